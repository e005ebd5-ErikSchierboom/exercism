      *****************************************************************
      * GREETCN3
      * One-time layout conversion run once at promotion of the
      * recipient delivery history changes, the same drill GREETCN2
      * ran for the recipient-personalized greeting promotion.
      * GREETOUT gained the 8-byte recipient id, taking it 70 -> 78
      * (AUDITLOG, GREETEXC and CHECKPT are untouched). Reads the
      * live GREETOUT in its old width and writes the widened copy
      * per OUTREC with a blank recipient id - greetings written
      * before the promotion have no delivery history to post to;
      * every other field carries over unchanged. The job then
      * deletes the old dataset and renames the converted copy into
      * its place. The OUTARCH archive generations GREETHKP has
      * already cut carry the old width too, and GREETMON
      * concatenates them behind the live file - so the job also
      * reads the archive GDG in full (OLDOARC concatenates every
      * old generation) and consolidates it into one widened (+1)
      * generation; operations then delete the superseded
      * old-width generations. Displays a per-file conversion
      * count. RC=0 clean, RC=12 file failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCN3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDOUT-FILE ASSIGN TO OLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDOUT-STATUS.
           SELECT OLDOARC-FILE ASSIGN TO OLDOARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDOARC-STATUS.
           SELECT NEWOARC-FILE ASSIGN TO NEWOARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWOARC-STATUS.
           SELECT GREETOUT-FILE ASSIGN TO GREETOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDOUT-FILE
           RECORDING MODE IS F.
       01 OLDOUT-RECORD.
           05 OLDOUT-TEXT              PIC X(40).
           05 OLDOUT-TIMESTAMP         PIC X(21).
           05 OLDOUT-BUS-DATE          PIC X(8).
           05 OLDOUT-MONTH-END         PIC X.
       FD  OLDOARC-FILE
           RECORDING MODE IS F.
       01 OLDOARC-RECORD.
           05 OLDOA-TEXT               PIC X(40).
           05 OLDOA-TIMESTAMP          PIC X(21).
           05 OLDOA-BUS-DATE           PIC X(8).
           05 OLDOA-MONTH-END          PIC X.
       FD  NEWOARC-FILE
           RECORDING MODE IS F.
       01 NEWOARC-RECORD               PIC X(78).
       FD  GREETOUT-FILE
           RECORDING MODE IS F.
           COPY OUTREC.
       WORKING-STORAGE SECTION.
       01 WS-OLDOUT-STATUS             PIC XX VALUE SPACES.
       01 WS-OLDOARC-STATUS            PIC XX VALUE SPACES.
       01 WS-NEWOARC-STATUS            PIC XX VALUE SPACES.
       01 WS-GREETOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-OUT-COUNT                 PIC 9(7) VALUE 0.
       01 WS-OAR-COUNT                 PIC 9(7) VALUE 0.
      * Widened archive build area (same shape as OUTREC; the live
      * FD already owns that copybook's names).
       01 WS-OARC-BUILD.
           05 WS-OARC-TEXT             PIC X(40).
           05 WS-OARC-TIMESTAMP        PIC X(21).
           05 WS-OARC-BUS-DATE         PIC X(8).
           05 WS-OARC-MONTH-END        PIC X.
           05 WS-OARC-RECIP-ID         PIC X(8).
       PROCEDURE DIVISION.
       GREET-CONVERSION-3.
           PERFORM CONVERT-GREETOUT
           PERFORM CONVERT-OUTARCH
           DISPLAY "GREETCN3: GREETOUT CONVERTED " WS-OUT-COUNT
           DISPLAY "GREETCN3: OUTARCH  CONVERTED " WS-OAR-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * The archive pass consolidates every old-width generation
      * (concatenated on OLDOARC) into one widened generation on
      * NEWOARC; a shop with no archives yet simply shows zero
      * converted.
       CONVERT-OUTARCH.
           OPEN OUTPUT NEWOARC-FILE
           IF WS-NEWOARC-STATUS NOT = "00"
               DISPLAY "GREETCN3: OPEN NEW OUTARCH FAILED, STATUS="
                   WS-NEWOARC-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDOARC-FILE
           IF WS-OLDOARC-STATUS = "05" OR WS-OLDOARC-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDOARC-STATUS NOT = "00"
                   DISPLAY "GREETCN3: OPEN OLD OUTARCH FAILED, "
                       "STATUS=" WS-OLDOARC-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDOARC-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OLDOA-TEXT TO WS-OARC-TEXT
                       MOVE OLDOA-TIMESTAMP TO WS-OARC-TIMESTAMP
                       MOVE OLDOA-BUS-DATE TO WS-OARC-BUS-DATE
                       MOVE OLDOA-MONTH-END TO WS-OARC-MONTH-END
                       MOVE SPACES TO WS-OARC-RECIP-ID
                       MOVE WS-OARC-BUILD TO NEWOARC-RECORD
                       WRITE NEWOARC-RECORD
                       ADD 1 TO WS-OAR-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDOARC-STATUS = "00" OR WS-OLDOARC-STATUS = "10"
               CLOSE OLDOARC-FILE
           END-IF
           CLOSE NEWOARC-FILE.

       CONVERT-GREETOUT.
           OPEN OUTPUT GREETOUT-FILE
           IF WS-GREETOUT-STATUS NOT = "00"
               DISPLAY "GREETCN3: OPEN NEW GREETOUT FAILED, STATUS="
                   WS-GREETOUT-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDOUT-FILE
           IF WS-OLDOUT-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDOUT-STATUS NOT = "00"
                   DISPLAY "GREETCN3: OPEN OLD GREETOUT FAILED, "
                       "STATUS=" WS-OLDOUT-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDOUT-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OLDOUT-TEXT TO GREETOUT-TEXT
                       MOVE OLDOUT-TIMESTAMP TO GREETOUT-TIMESTAMP
                       MOVE OLDOUT-BUS-DATE TO GREETOUT-BUS-DATE
                       MOVE OLDOUT-MONTH-END TO GREETOUT-MONTH-END
                       MOVE SPACES TO GREETOUT-RECIP-ID
                       WRITE GREETOUT-RECORD
                       ADD 1 TO WS-OUT-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDOUT-STATUS = "00" OR WS-OLDOUT-STATUS = "10"
               CLOSE OLDOUT-FILE
           END-IF
           CLOSE GREETOUT-FILE.

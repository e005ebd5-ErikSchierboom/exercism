      *****************************************************************
      * GREETCN5
      * One-time layout conversion run once at promotion of the
      * cost-centre chargeback, the same drill GREETCN2 and
      * GREETCN3 ran before it. GREETOUT gained the 8-byte
      * requesting cost centre, taking it 78 -> 86, and the
      * SCHEDULE keyed request schedule gained the same field,
      * taking it 118 -> 126 (AUDITLOG, GREETEXC and CHECKPT are
      * untouched). Reads the live GREETOUT in its old width and
      * writes the widened copy per OUTREC with a blank cost
      * centre - greetings written before the promotion were never
      * billed and are reported unallocated if they fall in a
      * charged month; every other field carries over unchanged.
      * The GREETOUT.BACKOUT history GREETBKO keeps is the same
      * layout and is widened the same way, and the OUTARCH
      * archive generations GREETHKP has already cut are read in
      * full (OLDOARC concatenates every old generation) and
      * consolidated into one widened (+1) generation, because
      * GREETMON and GREETCHG concatenate them behind the live
      * file. The SCHEDULE cluster is unloaded to a sequential
      * copy ahead of this program (OLDSCHD) and widened onto
      * NEWSCHD, blank cost centre, for the job to reload; each
      * entry then needs a SCHDMNT CHANGE card naming its cost
      * centre before it can release a request GREETDRV will
      * accept. Displays a per-file conversion count. RC=0 clean,
      * RC=12 file failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCN5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDOUT-FILE ASSIGN TO OLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDOUT-STATUS.
           SELECT OLDBKO-FILE ASSIGN TO OLDBKO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDBKO-STATUS.
           SELECT BKOOUT-FILE ASSIGN TO BKOOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOOUT-STATUS.
           SELECT OLDOARC-FILE ASSIGN TO OLDOARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDOARC-STATUS.
           SELECT NEWOARC-FILE ASSIGN TO NEWOARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWOARC-STATUS.
           SELECT OLDSCHD-FILE ASSIGN TO OLDSCHD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDSCHD-STATUS.
           SELECT NEWSCHD-FILE ASSIGN TO NEWSCHD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWSCHD-STATUS.
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
           05 OLDOUT-RECIP-ID          PIC X(8).
       FD  OLDBKO-FILE
           RECORDING MODE IS F.
       01 OLDBKO-RECORD                PIC X(78).
       FD  BKOOUT-FILE
           RECORDING MODE IS F.
       01 BKOOUT-RECORD                PIC X(86).
       FD  OLDOARC-FILE
           RECORDING MODE IS F.
       01 OLDOARC-RECORD               PIC X(78).
       FD  NEWOARC-FILE
           RECORDING MODE IS F.
       01 NEWOARC-RECORD               PIC X(86).
       FD  OLDSCHD-FILE
           RECORDING MODE IS F.
       01 OLDSCHD-RECORD               PIC X(118).
       FD  NEWSCHD-FILE
           RECORDING MODE IS F.
           COPY SCHREC.
       FD  GREETOUT-FILE
           RECORDING MODE IS F.
           COPY OUTREC.
       WORKING-STORAGE SECTION.
       01 WS-OLDOUT-STATUS             PIC XX VALUE SPACES.
       01 WS-OLDBKO-STATUS             PIC XX VALUE SPACES.
       01 WS-BKOOUT-STATUS             PIC XX VALUE SPACES.
       01 WS-OLDOARC-STATUS            PIC XX VALUE SPACES.
       01 WS-NEWOARC-STATUS            PIC XX VALUE SPACES.
       01 WS-OLDSCHD-STATUS            PIC XX VALUE SPACES.
       01 WS-NEWSCHD-STATUS            PIC XX VALUE SPACES.
       01 WS-GREETOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-OUT-COUNT                 PIC 9(7) VALUE 0.
       01 WS-BKO-COUNT                 PIC 9(7) VALUE 0.
       01 WS-OAR-COUNT                 PIC 9(7) VALUE 0.
       01 WS-SCH-COUNT                 PIC 9(7) VALUE 0.
      * Widened build area for the backout history and the archive
      * (same shape as OUTREC; the live FD already owns that
      * copybook's names). The old 78-byte image is moved in whole
      * and the cost centre blanked behind it.
       01 WS-WIDE-BUILD.
           05 WS-WIDE-OLD-IMAGE        PIC X(78).
           05 WS-WIDE-COST-CENTRE      PIC X(8).
       PROCEDURE DIVISION.
       GREET-CONVERSION-5.
           PERFORM CONVERT-GREETOUT
           PERFORM CONVERT-BACKOUT
           PERFORM CONVERT-OUTARCH
           PERFORM CONVERT-SCHEDULE
           DISPLAY "GREETCN5: GREETOUT CONVERTED " WS-OUT-COUNT
           DISPLAY "GREETCN5: BACKOUT  CONVERTED " WS-BKO-COUNT
           DISPLAY "GREETCN5: OUTARCH  CONVERTED " WS-OAR-COUNT
           DISPLAY "GREETCN5: SCHEDULE CONVERTED " WS-SCH-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       CONVERT-GREETOUT.
           OPEN OUTPUT GREETOUT-FILE
           IF WS-GREETOUT-STATUS NOT = "00"
               DISPLAY "GREETCN5: OPEN NEW GREETOUT FAILED, STATUS="
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
                   DISPLAY "GREETCN5: OPEN OLD GREETOUT FAILED, "
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
                       MOVE OLDOUT-RECIP-ID TO GREETOUT-RECIP-ID
                       MOVE SPACES TO GREETOUT-COST-CENTRE
                       WRITE GREETOUT-RECORD
                       ADD 1 TO WS-OUT-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDOUT-STATUS = "00" OR WS-OLDOUT-STATUS = "10"
               CLOSE OLDOUT-FILE
           END-IF
           CLOSE GREETOUT-FILE.

      * The backout history is only created by the first GREETBKO
      * run; a shop that has never backed a run out simply shows
      * zero converted.
       CONVERT-BACKOUT.
           OPEN OUTPUT BKOOUT-FILE
           IF WS-BKOOUT-STATUS NOT = "00"
               DISPLAY "GREETCN5: OPEN NEW BACKOUT FAILED, STATUS="
                   WS-BKOOUT-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDBKO-FILE
           IF WS-OLDBKO-STATUS = "05" OR WS-OLDBKO-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDBKO-STATUS NOT = "00"
                   DISPLAY "GREETCN5: OPEN OLD BACKOUT FAILED, "
                       "STATUS=" WS-OLDBKO-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDBKO-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OLDBKO-RECORD TO WS-WIDE-OLD-IMAGE
                       MOVE SPACES TO WS-WIDE-COST-CENTRE
                       MOVE WS-WIDE-BUILD TO BKOOUT-RECORD
                       WRITE BKOOUT-RECORD
                       ADD 1 TO WS-BKO-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDBKO-STATUS = "00" OR WS-OLDBKO-STATUS = "10"
               CLOSE OLDBKO-FILE
           END-IF
           CLOSE BKOOUT-FILE.

      * The archive pass consolidates every old-width generation
      * (concatenated on OLDOARC) into one widened generation on
      * NEWOARC; a shop with no archives yet simply shows zero
      * converted.
       CONVERT-OUTARCH.
           OPEN OUTPUT NEWOARC-FILE
           IF WS-NEWOARC-STATUS NOT = "00"
               DISPLAY "GREETCN5: OPEN NEW OUTARCH FAILED, STATUS="
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
                   DISPLAY "GREETCN5: OPEN OLD OUTARCH FAILED, "
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
                       MOVE OLDOARC-RECORD TO WS-WIDE-OLD-IMAGE
                       MOVE SPACES TO WS-WIDE-COST-CENTRE
                       MOVE WS-WIDE-BUILD TO NEWOARC-RECORD
                       WRITE NEWOARC-RECORD
                       ADD 1 TO WS-OAR-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDOARC-STATUS = "00" OR WS-OLDOARC-STATUS = "10"
               CLOSE OLDOARC-FILE
           END-IF
           CLOSE NEWOARC-FILE.

      * OLDSCHD is the sequential unload of the old-width SCHEDULE
      * cluster, in key order; NEWSCHD is reloaded into the
      * redefined cluster in that same order.
       CONVERT-SCHEDULE.
           OPEN OUTPUT NEWSCHD-FILE
           IF WS-NEWSCHD-STATUS NOT = "00"
               DISPLAY "GREETCN5: OPEN NEW SCHEDULE FAILED, STATUS="
                   WS-NEWSCHD-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDSCHD-FILE
           IF WS-OLDSCHD-STATUS = "05" OR WS-OLDSCHD-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDSCHD-STATUS NOT = "00"
                   DISPLAY "GREETCN5: OPEN OLD SCHEDULE FAILED, "
                       "STATUS=" WS-OLDSCHD-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDSCHD-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO SCHEDULE-RECORD
                       MOVE OLDSCHD-RECORD TO SCHEDULE-RECORD(1:118)
                       MOVE SPACES TO SCHED-COST-CENTRE
                       WRITE SCHEDULE-RECORD
                       ADD 1 TO WS-SCH-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDSCHD-STATUS = "00" OR WS-OLDSCHD-STATUS = "10"
               CLOSE OLDSCHD-FILE
           END-IF
           CLOSE NEWSCHD-FILE.

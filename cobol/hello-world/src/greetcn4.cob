      *****************************************************************
      * GREETCN4
      * One-time layout conversion run once at promotion of the
      * tamper-evident audit trail, the same drill GREETCN2 and
      * GREETCN3 ran before it. AUDITLOG gained the 9-byte global
      * sequence number and the 15-byte chain hash of the previous
      * row, taking it 73 -> 97 (AUDREC.cpy; GREETOUT, GREETEXC and
      * CHECKPT are untouched). Existing rows are numbered and
      * chained in the order they were written: first the AUDARCH
      * archive generations GREETHKP has already cut (OLDAARC
      * concatenates every old generation, oldest first), which are
      * consolidated into one widened (+1) generation on NEWAARC,
      * then the live AUDITLOG (OLDAUD in its old width, widened
      * onto the AUDITLOG copy), so the chain runs unbroken from the
      * oldest archived row to the newest live one. Creates the
      * AUDCHN anchor dataset (ACHREC.cpy) with one anchor for the
      * consolidated archive when it holds any row - the conversion
      * date stands as its cutoff - so AUDVRFY can prove where the
      * archive and the live trail meet. The job then deletes the
      * old live dataset and renames the converted copy into its
      * place; operations then delete the superseded old-width
      * generations. Displays a per-file conversion count. RC=0
      * clean, RC=12 file failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCN4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDAUD-FILE ASSIGN TO OLDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDAUD-STATUS.
           SELECT OLDAARC-FILE ASSIGN TO OLDAARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDAARC-STATUS.
           SELECT NEWAARC-FILE ASSIGN TO NEWAARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWAARC-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDAUD-FILE
           RECORDING MODE IS F.
       01 OLDAUD-RECORD.
           05 OLDAUD-TIMESTAMP         PIC X(21).
           05 OLDAUD-RESULT            PIC X(40).
           05 OLDAUD-RETURN-CODE       PIC 9(4).
           05 OLDAUD-BUS-DATE          PIC X(8).
       FD  OLDAARC-FILE
           RECORDING MODE IS F.
       01 OLDAARC-RECORD.
           05 OLDAA-TIMESTAMP          PIC X(21).
           05 OLDAA-RESULT             PIC X(40).
           05 OLDAA-RETURN-CODE        PIC 9(4).
           05 OLDAA-BUS-DATE           PIC X(8).
       FD  NEWAARC-FILE
           RECORDING MODE IS F.
       01 NEWAARC-RECORD               PIC X(97).
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDREC.
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       WORKING-STORAGE SECTION.
       01 WS-OLDAUD-STATUS             PIC XX VALUE SPACES.
       01 WS-OLDAARC-STATUS            PIC XX VALUE SPACES.
       01 WS-NEWAARC-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDITLOG-STATUS           PIC XX VALUE SPACES.
       01 WS-AUDCHN-STATUS             PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-AUD-COUNT                 PIC 9(7) VALUE 0.
       01 WS-AAR-COUNT                 PIC 9(7) VALUE 0.
       01 WS-AUD-CHAIN-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUD-CHAIN-HASH            PIC 9(15) VALUE 0.
       01 WS-AUD-ROW-HASH              PIC 9(15) VALUE 0.
       01 WS-AUD-HASH-COL              PIC 9(3) VALUE 0.
      * Widened build area (same shape as AUDREC; the live FD
      * already owns that copybook's names). Every converted row is
      * built and chained here before it is written.
       01 WS-AUD-BUILD.
           05 WS-AUD-TIMESTAMP         PIC X(21).
           05 WS-AUD-RESULT            PIC X(40).
           05 WS-AUD-RETURN-CODE       PIC 9(4).
           05 WS-AUD-BUS-DATE          PIC X(8).
           05 WS-AUD-SEQ               PIC 9(9).
           05 WS-AUD-PREV-HASH         PIC 9(15).
       PROCEDURE DIVISION.
       GREET-CONVERSION-4.
           PERFORM CONVERT-AUDARCH
           IF WS-FINAL-RC < 12
               PERFORM WRITE-AUDIT-CHAIN-ANCHOR
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM CONVERT-AUDITLOG
           END-IF
           DISPLAY "GREETCN4: AUDARCH  CONVERTED " WS-AAR-COUNT
           DISPLAY "GREETCN4: AUDITLOG CONVERTED " WS-AUD-COUNT
           DISPLAY "GREETCN4: LAST SEQUENCE      " WS-AUD-CHAIN-SEQ
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * The archive pass consolidates every old-width generation
      * (concatenated on OLDAARC, oldest first) into one widened
      * generation on NEWAARC and starts the chain at sequence 1;
      * a shop with no archives yet simply shows zero converted.
       CONVERT-AUDARCH.
           OPEN OUTPUT NEWAARC-FILE
           IF WS-NEWAARC-STATUS NOT = "00"
               DISPLAY "GREETCN4: OPEN NEW AUDARCH FAILED, STATUS="
                   WS-NEWAARC-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDAARC-FILE
           IF WS-OLDAARC-STATUS = "05" OR WS-OLDAARC-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDAARC-STATUS NOT = "00"
                   DISPLAY "GREETCN4: OPEN OLD AUDARCH FAILED, "
                       "STATUS=" WS-OLDAARC-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDAARC-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OLDAA-TIMESTAMP TO WS-AUD-TIMESTAMP
                       MOVE OLDAA-RESULT TO WS-AUD-RESULT
                       MOVE OLDAA-RETURN-CODE TO WS-AUD-RETURN-CODE
                       MOVE OLDAA-BUS-DATE TO WS-AUD-BUS-DATE
                       PERFORM CHAIN-AUDIT-ROW
                       MOVE WS-AUD-BUILD TO NEWAARC-RECORD
                       WRITE NEWAARC-RECORD
                       ADD 1 TO WS-AAR-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDAARC-STATUS = "00" OR WS-OLDAARC-STATUS = "10"
               CLOSE OLDAARC-FILE
           END-IF
           CLOSE NEWAARC-FILE.

      * AUDCHN is created here even when there is no archive yet,
      * so GREETHKP and the writers always find it.
       WRITE-AUDIT-CHAIN-ANCHOR.
           OPEN OUTPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETCN4: OPEN AUDCHN FAILED, STATUS="
                   WS-AUDCHN-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-AAR-COUNT > 0
               MOVE FUNCTION CURRENT-DATE TO ACH-TIMESTAMP
               MOVE "GREETCN4" TO ACH-PROGRAM
               MOVE ACH-TIMESTAMP(1:8) TO ACH-CUTOFF-DATE
               MOVE 1 TO ACH-FIRST-SEQ
               MOVE WS-AUD-CHAIN-SEQ TO ACH-LAST-SEQ
               MOVE WS-AAR-COUNT TO ACH-ROW-COUNT
               MOVE WS-AUD-CHAIN-HASH TO ACH-LAST-HASH
               WRITE AUDCHN-RECORD
               IF WS-AUDCHN-STATUS NOT = "00"
                   DISPLAY "GREETCN4: WRITE AUDCHN FAILED, STATUS="
                       WS-AUDCHN-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF
           CLOSE AUDCHN-FILE.

       CONVERT-AUDITLOG.
           OPEN OUTPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETCN4: OPEN NEW AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OLDAUD-FILE
           IF WS-OLDAUD-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-OLDAUD-STATUS NOT = "00"
                   DISPLAY "GREETCN4: OPEN OLD AUDITLOG FAILED, "
                       "STATUS=" WS-OLDAUD-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ OLDAUD-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE OLDAUD-TIMESTAMP TO WS-AUD-TIMESTAMP
                       MOVE OLDAUD-RESULT TO WS-AUD-RESULT
                       MOVE OLDAUD-RETURN-CODE TO WS-AUD-RETURN-CODE
                       MOVE OLDAUD-BUS-DATE TO WS-AUD-BUS-DATE
                       PERFORM CHAIN-AUDIT-ROW
                       MOVE WS-AUD-BUILD TO AUDITLOG-RECORD
                       WRITE AUDITLOG-RECORD
                       ADD 1 TO WS-AUD-COUNT
               END-READ
           END-PERFORM
           IF WS-OLDAUD-STATUS = "00" OR WS-OLDAUD-STATUS = "10"
               CLOSE OLDAUD-FILE
           END-IF
           CLOSE AUDITLOG-FILE.

      * Numbers the row in WS-AUD-BUILD on from the last one, stamps
      * it with the chain hash of that row, then hashes it in turn.
       CHAIN-AUDIT-ROW.
           ADD 1 TO WS-AUD-CHAIN-SEQ
           MOVE WS-AUD-CHAIN-SEQ TO WS-AUD-SEQ
           MOVE WS-AUD-CHAIN-HASH TO WS-AUD-PREV-HASH
           MOVE 0 TO WS-AUD-ROW-HASH
           PERFORM VARYING WS-AUD-HASH-COL FROM 1 BY 1
                   UNTIL WS-AUD-HASH-COL >
                   FUNCTION LENGTH(WS-AUD-BUILD)
               COMPUTE WS-AUD-ROW-HASH = FUNCTION MOD(
                   WS-AUD-ROW-HASH * 251 + FUNCTION ORD(
                   WS-AUD-BUILD(WS-AUD-HASH-COL:1)),
                   999999999999989)
           END-PERFORM
           MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH.

      * corrected text, re-runs it through the same custom-text
      * validation HELLOWLD applies (EXPTAB length bounds and
      * allowed-punctuation pattern), writes accepted corrections to
      * GREETOUT (with no requesting cost centre, so the month-end
      * chargeback reports it unallocated rather than charging it)
      * with a matching AUDITLOG row so day-end balancing
      * still holds, and rewrites the exception file to EXCNEW with
      * recycled items marked closed (status C plus correction
      * timestamp); the job's later step copies EXCNEW back over the
      * own GREETOUT/AUDITLOG writes (the EXCNEW rewrite is still
      * good, so closures that did apply are kept), RC=12 failure
      * that leaves EXCNEW untrustworthy, RC=16 missing calendar.
      * Audit rows are numbered on from the last row on the trail
      * and chained to it by hash (AUDREC.cpy).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETFIX.
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDREC.
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       01 WS-EXCNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-GREETOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-AUDITLOG-STATUS           PIC XX VALUE SPACES.
      * Audit trail chain (AUDREC.cpy): the sequence number and
      * chain hash of the last row on file, carried row by row.
       01 WS-AUDCHN-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDCHN-EOF                PIC X VALUE "N".
           88 AUDCHN-AT-EOF            VALUE "Y".
       01 WS-AUD-CHAIN-FLAG            PIC X VALUE "N".
           88 AUD-CHAIN-LOCATED        VALUE "Y".
           88 AUD-CHAIN-FAILED         VALUE "F".
       01 WS-AUD-CHAIN-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUD-CHAIN-HASH            PIC 9(15) VALUE 0.
       01 WS-AUD-ROW-HASH              PIC 9(15) VALUE 0.
       01 WS-AUD-HASH-COL              PIC 9(3) VALUE 0.
       01 WS-AUD-TAIL-ROW              PIC X(97) VALUE SPACES.
       01 WS-AUD-TAIL-FLAG             PIC X VALUE "N".
           88 AUD-TAIL-WAS-READ        VALUE "Y".
       01 WS-AUD-TAIL-EOF              PIC X VALUE "N".
           88 AUD-TAIL-AT-EOF          VALUE "Y".
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
           CLOSE CALENDAR-FILE.

      * Day-control gate (DAYREC.cpy): the business date's latest
      * DAYCTL status must still be O - or R, reopened by a
      * GREETBKO backout - before anything is written into it. A
      * date already balanced/extracted/closed - or never opened
      * by the DAYOPEN step - is refused. A missing DAYCTL DD
      * means day control is not configured for this stream and
      * the gate stands open.
       CHECK-DAY-OPEN.
           MOVE "Y" TO WS-DAY-OPEN-FLAG
           MOVE SPACE TO WS-DAY-STATUS
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE
           IF WS-DAY-STATUS NOT = "O" AND WS-DAY-STATUS NOT = "R"
               MOVE "N" TO WS-DAY-OPEN-FLAG
           END-IF.

           MOVE WS-RUN-TIMESTAMP TO GREETOUT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO GREETOUT-BUS-DATE
           MOVE WS-MONTH-END-FLAG TO GREETOUT-MONTH-END
           MOVE SPACES TO GREETOUT-RECIP-ID
           MOVE SPACES TO GREETOUT-COST-CENTRE
           WRITE GREETOUT-RECORD
           IF WS-GREETOUT-STATUS NOT = "00"
               DISPLAY "GREETFIX: WRITE GREETOUT FAILED, STATUS="
           CLOSE GREETOUT-FILE.

       LOG-AUDIT-RECORD.
           IF NOT AUD-CHAIN-LOCATED
               PERFORM LOCATE-AUDIT-CHAIN-TAIL
           END-IF
           IF AUD-CHAIN-FAILED
               MOVE 12 TO WS-CORR-RC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           MOVE WS-RESULT TO AUDITLOG-RESULT
           MOVE 0 TO AUDITLOG-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO AUDITLOG-BUS-DATE
           PERFORM STAMP-AUDIT-ROW
           WRITE AUDITLOG-RECORD
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETFIX: WRITE AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-CORR-RC
           ELSE
               ADD 1 TO WS-AUD-CHAIN-SEQ
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF
           CLOSE AUDITLOG-FILE.

      * The chain carries on from the last row on the live audit
      * trail or, when housekeeping has archived every row, from
      * the last archive cut on AUDCHN (ACHREC.cpy); a trail never
      * written starts at sequence 1. A trail that cannot be read
      * leaves the chain FAILED and no row is written.
       LOCATE-AUDIT-CHAIN-TAIL.
           MOVE 0 TO WS-AUD-CHAIN-SEQ
           MOVE 0 TO WS-AUD-CHAIN-HASH
           PERFORM READ-AUDIT-CHAIN-ANCHOR
           IF AUD-CHAIN-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUD-TAIL-FLAG
           MOVE "N" TO WS-AUD-TAIL-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               SET AUD-CHAIN-LOCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETFIX: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               SET AUD-CHAIN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUD-TAIL-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET AUD-TAIL-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDITLOG-RECORD TO WS-AUD-TAIL-ROW
                       SET AUD-TAIL-WAS-READ TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE
           IF AUD-TAIL-WAS-READ
               MOVE WS-AUD-TAIL-ROW TO AUDITLOG-RECORD
               MOVE AUDITLOG-SEQ TO WS-AUD-CHAIN-SEQ
               PERFORM HASH-AUDIT-ROW
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF
           SET AUD-CHAIN-LOCATED TO TRUE.

      * The last archive cut on AUDCHN; no AUDCHN means nothing
      * has been archived since the trail was chained.
       READ-AUDIT-CHAIN-ANCHOR.
           MOVE "N" TO WS-AUDCHN-EOF
           OPEN INPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETFIX: OPEN AUDCHN FAILED, STATUS="
                   WS-AUDCHN-STATUS
               SET AUD-CHAIN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDCHN-AT-EOF
               READ AUDCHN-FILE
                   AT END
                       SET AUDCHN-AT-EOF TO TRUE
                   NOT AT END
                       MOVE ACH-LAST-SEQ TO WS-AUD-CHAIN-SEQ
                       MOVE ACH-LAST-HASH TO WS-AUD-CHAIN-HASH
               END-READ
           END-PERFORM
           CLOSE AUDCHN-FILE.

      * Numbers the row in AUDITLOG-RECORD on from the chain and
      * stamps it with the chain hash of the row before it;
      * WS-AUD-ROW-HASH is then the row's own hash, which the
      * chain moves on to once the row is written.
       STAMP-AUDIT-ROW.
           COMPUTE AUDITLOG-SEQ = WS-AUD-CHAIN-SEQ + 1
           MOVE WS-AUD-CHAIN-HASH TO AUDITLOG-PREV-HASH
           PERFORM HASH-AUDIT-ROW.

      * Chain hash of the row in AUDITLOG-RECORD (AUDREC.cpy).
       HASH-AUDIT-ROW.
           MOVE 0 TO WS-AUD-ROW-HASH
           PERFORM VARYING WS-AUD-HASH-COL FROM 1 BY 1
                   UNTIL WS-AUD-HASH-COL >
                   FUNCTION LENGTH(AUDITLOG-RECORD)
               COMPUTE WS-AUD-ROW-HASH = FUNCTION MOD(
                   WS-AUD-ROW-HASH * 251 + FUNCTION ORD(
                   AUDITLOG-RECORD(WS-AUD-HASH-COL:1)),
                   999999999999989)
           END-PERFORM.

       REPORT-UNMATCHED-CARDS.
           MOVE "QUEUED CORRECTIONS WITH NO OPEN EXCEPTION"
               TO WS-TITLE-TEXT

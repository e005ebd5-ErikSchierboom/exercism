      * rework GREETBAL had; a detail out of sequence ends the
      * run RC=12. Failed or
      * unacknowledged greetings are parked on GREETEXC as open
      * items (with a matching RC=8 AUDITLOG row, numbered and
      * hash-chained on from the last row on the trail per
      * AUDREC.cpy, so day-end balancing still holds) so they
      * enter the GREETFIX recycle population. Each acknowledged
      * greeting that carries a recipient id is posted to the
      * DLVHIST recipient delivery history (DLVREC.cpy):
      * delivered clears the recipient's run
      * of consecutive failures, failed extends it and records the
      * platform's reason code. A recipient whose run reaches the
      * suspension threshold (SYSIN columns 1-3, default 5) is
      * suspended, and GREETDRV rejects its RECIP cards until
      * RECPMNT reinstates it. An outcome already posted (greeting
      * timestamp not after the recipient's last posted ack) is
      * not posted again, so a rerun cannot double-count.
      * Unacknowledged greetings are not posted - no outcome is
      * known. The outcomes are also totalled by the requesting
      * cost centre each detail carries and appended to CCUSAGE
      * (CCUREC.cpy) as a header for the business date plus one
      * record per cost centre, so the month-end chargeback
      * (GREETCHG) bills only greetings the platform confirmed
      * delivered; a rerun appends a complete new set that
      * supersedes the earlier one. Writes an ALERTOUT record
      * (message codes per MSGCAT.cpy) when the ack feed is
      * missing, out of balance, or carries failures. Prints a
      * balancing report. RC=0 all details acknowledged delivered
      * and in balance, RC=8 ack
      * out of balance or any failed/unacknowledged detail, RC=12
      * file failure or a feed failing its own trailer, RC=16 ack
      * feed missing or empty (an allocated zero-record GREETAK1
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO DLVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS WS-DLVHIST-STATUS.
           SELECT CCUSAGE-FILE ASSIGN TO CCUSAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCUSAGE-STATUS.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XTRFILE
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDREC.
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       FD  ALERTOUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       FD  DAYCTL-FILE
           RECORDING MODE IS F.
           COPY DAYREC.
       FD  DLVHIST-FILE.
           COPY DLVREC.
       FD  CCUSAGE-FILE
           RECORDING MODE IS F.
           COPY CCUREC.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY XTRREC.
           COPY ACKREC.
       01 WS-SRTACKS-STATUS            PIC XX VALUE SPACES.
       01 WS-GREETEXC-STATUS           PIC XX VALUE SPACES.
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
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-XMTCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-DAYCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-DLVHIST-STATUS            PIC XX VALUE SPACES.
       01 WS-DLVHIST-OPEN-FLAG         PIC X VALUE "N".
           88 DLVHIST-IS-OPEN          VALUE "Y".
       01 WS-DLVHIST-FOUND-FLAG        PIC X VALUE "N".
           88 DLVHIST-RECORD-FOUND     VALUE "Y".
       01 WS-CCUSAGE-STATUS            PIC XX VALUE SPACES.
      * Outcomes by requesting cost centre for CCUSAGE; a blank
      * cost centre (a greeting written without one) is an entry
      * like any other.
       01 WS-CCU-TABLE.
           05 WS-CCU-MAX               PIC 9(3) VALUE 500.
           05 WS-CCU-COUNT             PIC 9(3) VALUE 0.
           05 WS-CCU-ENTRY OCCURS 500 TIMES INDEXED BY CCU-IDX.
               10 WS-CCU-COST-CENTRE   PIC X(8).
               10 WS-CCU-DELIVERED     PIC 9(7).
               10 WS-CCU-FAILED        PIC 9(7).
               10 WS-CCU-UNACKED       PIC 9(7).
       01 WS-CCU-FOUND-FLAG            PIC X VALUE "N".
           88 CCU-ENTRY-FOUND          VALUE "Y".
       01 WS-CCU-OVERFLOW-FLAG         PIC X VALUE "N".
           88 CCU-TABLE-OVERFLOWED     VALUE "Y".
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-SUSPEND-THRESHOLD         PIC 9(3) VALUE 5.
       01 WS-POSTED-COUNT              PIC 9(9) VALUE 0.
       01 WS-ALREADY-POSTED-COUNT      PIC 9(9) VALUE 0.
       01 WS-SUSPENDED-COUNT           PIC 9(9) VALUE 0.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-FILE-EOF                  PIC X VALUE "N".
       PROCEDURE DIVISION.
       GREET-ACK-BALANCING.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-PARAMETER-CARD
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
                   MOVE "FAILED AND UNACKNOWLEDGED DETAILS"
                       TO WS-TITLE-TEXT
                   PERFORM PRINT-TITLE-LINE
                   PERFORM OPEN-DELIVERY-HISTORY
                   IF WS-FINAL-RC < 12
                       PERFORM MATCH-SORTED-STREAMS
                   END-IF
                   PERFORM CLOSE-PARK-FILES
                   IF WS-FINAL-RC < 12
                       PERFORM WRITE-COST-CENTRE-USAGE
                   END-IF
               END-IF
               PERFORM PRINT-SUMMARY
               IF WS-FINAL-RC = 0
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * SYSIN columns 1-3 carry the number of consecutive delivery
      * failures that suspends a recipient; a missing, blank or
      * zero card leaves the default.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "GREETACK: OPEN SYSIN FAILED, STATUS="
                       WS-SYSIN-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ SYSIN-FILE
               AT END
                   SET SYSIN-AT-EOF TO TRUE
           END-READ
           CLOSE SYSIN-FILE
           IF SYSIN-AT-EOF
               EXIT PARAGRAPH
           END-IF
           IF SYSIN-RECORD(1:3) IS NUMERIC
               IF SYSIN-RECORD(1:3) NOT = "000"
                   MOVE SYSIN-RECORD(1:3) TO WS-SUSPEND-THRESHOLD
               END-IF
           END-IF.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
           END-IF.

       OPEN-PARK-FILES.
           PERFORM LOCATE-AUDIT-CHAIN-TAIL
           IF AUD-CHAIN-FAILED
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-AUDITLOG-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GREETEXC-FILE
           IF WS-GREETEXC-STATUS = "05" OR WS-GREETEXC-STATUS = "35"
               OPEN OUTPUT GREETEXC-FILE
               MOVE 12 TO WS-FINAL-RC
           END-IF.

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
               DISPLAY "GREETACK: OPEN AUDITLOG FAILED, STATUS="
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
               DISPLAY "GREETACK: OPEN AUDCHN FAILED, STATUS="
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

       CLOSE-PARK-FILES.
           CLOSE GREETEXC-FILE
           CLOSE AUDITLOG-FILE
           IF DLVHIST-IS-OPEN
               CLOSE DLVHIST-FILE
               MOVE "N" TO WS-DLVHIST-OPEN-FLAG
           END-IF.

      * The delivery history is created empty on first use, the
      * way RECPMNT starts the recipient master.
       OPEN-DELIVERY-HISTORY.
           OPEN I-O DLVHIST-FILE
           IF WS-DLVHIST-STATUS = "35"
               OPEN OUTPUT DLVHIST-FILE
               CLOSE DLVHIST-FILE
               OPEN I-O DLVHIST-FILE
           END-IF
           IF WS-DLVHIST-STATUS NOT = "00"
               DISPLAY "GREETACK: OPEN DLVHIST FAILED, STATUS="
                   WS-DLVHIST-STATUS
               MOVE "DLVHIST IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-DLVHIST-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET DLVHIST-IS-OPEN TO TRUE.

      * Synchronized pass over the sorted detail streams: a feed
      * detail below the current ack can never be acknowledged
               END-IF
           ELSE
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF
           PERFORM ADD-COST-CENTRE-ENTRY
           IF NOT CCU-TABLE-OVERFLOWED
               IF ACK-DTL-STATUS = "F"
                   ADD 1 TO WS-CCU-FAILED(CCU-IDX)
               ELSE
                   ADD 1 TO WS-CCU-DELIVERED(CCU-IDX)
               END-IF
           END-IF
           IF XTR-DTL-RECIP-ID NOT = SPACES AND DLVHIST-IS-OPEN
               PERFORM POST-DELIVERY-HISTORY
           END-IF.

      * Post the acknowledged outcome to the recipient's delivery
      * history. Details arrive in timestamp order, so an outcome
      * whose greeting is not after the last one posted has been
      * posted by an earlier run and is skipped.
       POST-DELIVERY-HISTORY.
           MOVE XTR-DTL-RECIP-ID TO DLVH-RECIP-ID
           MOVE "Y" TO WS-DLVHIST-FOUND-FLAG
           READ DLVHIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-DLVHIST-FOUND-FLAG
           END-READ
           IF DLVHIST-RECORD-FOUND
               IF XTR-DTL-TIMESTAMP NOT > DLVH-LAST-ACK-TIMESTAMP
                   ADD 1 TO WS-ALREADY-POSTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE XTR-DTL-RECIP-ID TO DLVH-RECIP-ID
               MOVE "A" TO DLVH-STATUS
               MOVE SPACES TO DLVH-LAST-DELIVERED-DATE
               MOVE 0 TO DLVH-CONSEC-FAILURES
               MOVE SPACES TO DLVH-LAST-FAILURE-DATE
               MOVE SPACES TO DLVH-LAST-REASON-CODE
               MOVE 0 TO DLVH-TOTAL-DELIVERED
               MOVE 0 TO DLVH-TOTAL-FAILED
               MOVE SPACES TO DLVH-SUSPEND-DATE
           END-IF
           IF ACK-DTL-STATUS = "F"
               IF DLVH-CONSEC-FAILURES < 999
                   ADD 1 TO DLVH-CONSEC-FAILURES
               END-IF
               ADD 1 TO DLVH-TOTAL-FAILED
               MOVE WS-FEED-BUS-DATE TO DLVH-LAST-FAILURE-DATE
               MOVE ACK-DTL-REASON-CODE TO DLVH-LAST-REASON-CODE
               IF DLVH-STATUS = "A" AND
                       DLVH-CONSEC-FAILURES >= WS-SUSPEND-THRESHOLD
                   MOVE "S" TO DLVH-STATUS
                   MOVE WS-FEED-BUS-DATE TO DLVH-SUSPEND-DATE
                   PERFORM REPORT-RECIPIENT-SUSPENDED
               END-IF
           ELSE
               MOVE 0 TO DLVH-CONSEC-FAILURES
               ADD 1 TO DLVH-TOTAL-DELIVERED
               MOVE WS-FEED-BUS-DATE TO DLVH-LAST-DELIVERED-DATE
           END-IF
           MOVE XTR-DTL-TIMESTAMP TO DLVH-LAST-ACK-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO DLVH-UPDATE-TIMESTAMP
           IF DLVHIST-RECORD-FOUND
               REWRITE DLVHIST-RECORD
           ELSE
               WRITE DLVHIST-RECORD
           END-IF
           IF WS-DLVHIST-STATUS NOT = "00"
               DISPLAY "GREETACK: UPDATE DLVHIST FAILED, STATUS="
                   WS-DLVHIST-STATUS " RECIPIENT=" DLVH-RECIP-ID
               MOVE "DLVHIST IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-DLVHIST-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       REPORT-RECIPIENT-SUSPENDED.
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE SPACES TO WS-EXCEPTION-KIND
           STRING "RECIPIENT SUSPENDED - " DELIMITED BY SIZE
               DLVH-RECIP-ID DELIMITED BY SIZE
               INTO WS-EXCEPTION-KIND
           END-STRING
           MOVE XTR-DTL-TIMESTAMP TO WS-EXCEPTION-TIMESTAMP
           MOVE WS-EXCEPTION-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       PARK-UNACKED-DETAIL.
           ADD 1 TO WS-UNACKED-COUNT
           PERFORM ADD-COST-CENTRE-ENTRY
           IF NOT CCU-TABLE-OVERFLOWED
               ADD 1 TO WS-CCU-UNACKED(CCU-IDX)
           END-IF
           MOVE "UNACKNOWLEDGED - PARKED FOR RECYCLE"
               TO WS-EXCEPTION-KIND
           MOVE XTR-DTL-TIMESTAMP TO WS-EXCEPTION-TIMESTAMP
           MOVE XTR-DTL-GREETING-TEXT TO AUDITLOG-RESULT
           MOVE 8 TO AUDITLOG-RETURN-CODE
           MOVE WS-FEED-BUS-DATE TO AUDITLOG-BUS-DATE
           PERFORM STAMP-AUDIT-ROW
           WRITE AUDITLOG-RECORD
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETACK: WRITE AUDITLOG FAILED, STATUS="
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-AUDITLOG-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-AUD-CHAIN-SEQ
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF.

      * Find the current detail's cost centre in the usage table,
      * adding it if new; CCU-IDX is left on the entry. A full
      * table stops the totalling and the usage is not written.
       ADD-COST-CENTRE-ENTRY.
           IF CCU-TABLE-OVERFLOWED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CCU-FOUND-FLAG
           PERFORM VARYING CCU-IDX FROM 1 BY 1
                   UNTIL CCU-IDX > WS-CCU-COUNT
               IF WS-CCU-COST-CENTRE(CCU-IDX) = XTR-DTL-COST-CENTRE
                   SET CCU-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCU-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CCU-COUNT >= WS-CCU-MAX
               SET CCU-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCU-COUNT
           SET CCU-IDX TO WS-CCU-COUNT
           INITIALIZE WS-CCU-ENTRY(CCU-IDX)
           MOVE XTR-DTL-COST-CENTRE TO WS-CCU-COST-CENTRE(CCU-IDX).

      * Append the feed's outcomes by cost centre to CCUSAGE: the
      * H record for the business date carries this run's
      * timestamp and the day's totals, then one D record per
      * cost centre. The whole set supersedes any set an earlier
      * run wrote for the date.
       WRITE-COST-CENTRE-USAGE.
           IF CCU-TABLE-OVERFLOWED
               DISPLAY "GREETACK: COST CENTRE TABLE CAPACITY EXCEEDED"
               MOVE "CCUSAGE IO FAILURE" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CCUSAGE-FILE
           IF WS-CCUSAGE-STATUS = "05" OR WS-CCUSAGE-STATUS = "35"
               OPEN OUTPUT CCUSAGE-FILE
           END-IF
           IF WS-CCUSAGE-STATUS NOT = "00"
               DISPLAY "GREETACK: OPEN CCUSAGE FAILED, STATUS="
                   WS-CCUSAGE-STATUS
               MOVE "CCUSAGE IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-CCUSAGE-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CCUSAGE-RECORD
           MOVE "H" TO CCU-RECORD-TYPE
           MOVE WS-FEED-BUS-DATE TO CCU-BUS-DATE
           MOVE WS-RUN-TIMESTAMP TO CCU-RUN-TIMESTAMP
           MOVE WS-FEED-SEQUENCE TO CCU-FEED-SEQUENCE
           MOVE WS-DELIVERED-COUNT TO CCU-DELIVERED-COUNT
           MOVE WS-FAILED-COUNT TO CCU-FAILED-COUNT
           MOVE WS-UNACKED-COUNT TO CCU-UNACKED-COUNT
           PERFORM WRITE-CCUSAGE
           PERFORM VARYING CCU-IDX FROM 1 BY 1
                   UNTIL CCU-IDX > WS-CCU-COUNT OR WS-FINAL-RC >= 12
               MOVE SPACES TO CCUSAGE-RECORD
               MOVE "D" TO CCU-RECORD-TYPE
               MOVE WS-FEED-BUS-DATE TO CCU-BUS-DATE
               MOVE WS-RUN-TIMESTAMP TO CCU-RUN-TIMESTAMP
               MOVE WS-FEED-SEQUENCE TO CCU-FEED-SEQUENCE
               MOVE WS-CCU-COST-CENTRE(CCU-IDX) TO CCU-COST-CENTRE
               MOVE WS-CCU-DELIVERED(CCU-IDX) TO CCU-DELIVERED-COUNT
               MOVE WS-CCU-FAILED(CCU-IDX) TO CCU-FAILED-COUNT
               MOVE WS-CCU-UNACKED(CCU-IDX) TO CCU-UNACKED-COUNT
               PERFORM WRITE-CCUSAGE
           END-PERFORM
           CLOSE CCUSAGE-FILE.

       WRITE-CCUSAGE.
           WRITE CCUSAGE-RECORD
           IF WS-CCUSAGE-STATUS NOT = "00"
               DISPLAY "GREETACK: WRITE CCUSAGE FAILED, STATUS="
                   WS-CCUSAGE-STATUS
               MOVE "CCUSAGE IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-CCUSAGE-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * Advance transmission control (XMTREC.cpy) for this feed's
           PERFORM PRINT-COUNT-LINE
           MOVE "ACKS WITHOUT TRANSMITTED DETAIL" TO WS-COUNT-LABEL
           MOVE WS-ACK-ORPHANS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENT OUTCOMES POSTED" TO WS-COUNT-LABEL
           MOVE WS-POSTED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENT OUTCOMES ALREADY POSTED" TO WS-COUNT-LABEL
           MOVE WS-ALREADY-POSTED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENTS SUSPENDED" TO WS-COUNT-LABEL
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES IN FEED" TO WS-COUNT-LABEL
           MOVE WS-CCU-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       WRITE-ALERT.

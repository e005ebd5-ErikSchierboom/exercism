      * GREETBAL
      * Day-end balancing. Cross-checks the three files that should
      * tell one story: every AUDITLOG row with return code 0 (other
      * than the ALREADY-DONE restart-skip markers and the GREETDRV
      * RESTARTED AFTER SEQ restart markers, which write no
      * greeting) must have a GREETOUT record with the same
      * timestamp, and every return-code-8 row (failed
      * reconciliation) must have a GREETEXC record with the same
      * timestamp. GREETOUT/GREETEXC records with no matching audit
      * row are reported as orphans - the abend-between-writes case.
      * An RC=0 row whose greeting GREETBKO backed out carries a
      * BACKOUT REVERSAL BY row with the same date and timestamp;
      * the two net to nothing and are counted as reversed, while a
      * reversal whose greeting is still on GREETOUT is reported as
      * a GREETOUT orphan. The day-control close accepts a date
      * GREETBKO reopened (status R) as well as an open one.
      * The three inputs MUST arrive sorted by business date then
      * timestamp (the job's SORT pre-steps do this); the match is
      * a single synchronized pass over the sorted streams, so a
       01 WS-AUD-RC0-COUNT             PIC 9(7) VALUE 0.
       01 WS-AUD-RC8-COUNT             PIC 9(7) VALUE 0.
       01 WS-AUD-SKIP-COUNT            PIC 9(7) VALUE 0.
       01 WS-AUD-RESTART-COUNT         PIC 9(7) VALUE 0.
       01 WS-AUD-OTHER-COUNT           PIC 9(7) VALUE 0.
       01 WS-AUD-REVERSAL-COUNT        PIC 9(7) VALUE 0.
       01 WS-AUD-REVERSED-COUNT        PIC 9(7) VALUE 0.
       01 WS-OUT-COUNT                 PIC 9(7) VALUE 0.
       01 WS-EXC-COUNT                 PIC 9(7) VALUE 0.
       01 WS-RC0-NO-GREETOUT           PIC 9(7) VALUE 0.
       01 WS-RC8-NO-GREETEXC           PIC 9(7) VALUE 0.
       01 WS-OUT-ORPHANS               PIC 9(7) VALUE 0.
       01 WS-EXC-ORPHANS               PIC 9(7) VALUE 0.
      * RC=0 rows without a greeting and backout reversals are held
      * per audit key until the key changes: the two arrive with the
      * same key in either order and net against each other.
       01 WS-PEND-KEY                  PIC X(29) VALUE LOW-VALUES.
       01 WS-PEND-DATE-IDX             PIC 9(4) VALUE 0.
       01 WS-PEND-RC0-NO-OUT           PIC 9(7) VALUE 0.
       01 WS-PEND-REVERSALS            PIC 9(7) VALUE 0.
       01 WS-PEND-NETTED               PIC 9(7) VALUE 0.
      * One balance-status row per business date seen this run.
      * The record volume being matched is unbounded; the count of
      * distinct business dates is not, so a table is safe here.
                           PERFORM MATCH-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FINAL-RC < 12
               PERFORM FLUSH-PENDING-AUDIT
           END-IF.

       MATCH-AUDIT-RECORD.
           MOVE AUDITLOG-BUS-DATE TO WS-AUD-KEY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUD-KEY TO WS-AUD-PREV-KEY
           IF WS-AUD-KEY NOT = WS-PEND-KEY
               PERFORM FLUSH-PENDING-AUDIT
           END-IF
           MOVE WS-AUD-KEY-DATE TO WS-WORK-DATE
           PERFORM FIND-DATE-ENTRY
           EVALUATE TRUE
               WHEN AUDITLOG-RESULT(1:20) = "BACKOUT REVERSAL BY "
                   ADD 1 TO WS-AUD-REVERSAL-COUNT
                   PERFORM NOTE-PENDING-KEY
                   ADD 1 TO WS-PEND-REVERSALS
               WHEN AUDITLOG-RESULT = "ALREADY-DONE"
                   ADD 1 TO WS-AUD-SKIP-COUNT
               WHEN AUDITLOG-RESULT(1:20) = "RESTARTED AFTER SEQ "
                   ADD 1 TO WS-AUD-RESTART-COUNT
               WHEN AUDITLOG-RETURN-CODE = 0
                   ADD 1 TO WS-AUD-RC0-COUNT
                   SET DATE-IDX TO WS-MATCHED-DATE-IDX
           IF NOT GREETOUT-AT-EOF AND WS-OUT-KEY = WS-AUD-KEY
               PERFORM READ-NEXT-GREETOUT
           ELSE
               PERFORM NOTE-PENDING-KEY
               ADD 1 TO WS-PEND-RC0-NO-OUT
           END-IF.

       NOTE-PENDING-KEY.
           MOVE WS-AUD-KEY TO WS-PEND-KEY
           MOVE WS-AUD-KEY-DATE TO WS-WORK-DATE
           PERFORM FIND-DATE-ENTRY
           MOVE WS-MATCHED-DATE-IDX TO WS-PEND-DATE-IDX.

      * Settle the audit key just finished: each reversal cancels
      * one RC=0 row whose greeting is gone (the greeting was
      * backed out, so the date's RC=0 total is reduced to match
      * GREETOUT); what is left over either way is an imbalance.
       FLUSH-PENDING-AUDIT.
           IF WS-PEND-RC0-NO-OUT = 0 AND WS-PEND-REVERSALS = 0
               MOVE WS-AUD-KEY TO WS-PEND-KEY
               EXIT PARAGRAPH
           END-IF
           SET DATE-IDX TO WS-PEND-DATE-IDX
           MOVE WS-PEND-KEY(9:21) TO WS-EXCEPTION-TIMESTAMP
           IF WS-PEND-RC0-NO-OUT < WS-PEND-REVERSALS
               MOVE WS-PEND-RC0-NO-OUT TO WS-PEND-NETTED
           ELSE
               MOVE WS-PEND-REVERSALS TO WS-PEND-NETTED
           END-IF
           ADD WS-PEND-NETTED TO WS-AUD-REVERSED-COUNT
           SUBTRACT WS-PEND-NETTED FROM WS-DATE-AUD-RC0(DATE-IDX)
           SUBTRACT WS-PEND-NETTED FROM WS-PEND-RC0-NO-OUT
           SUBTRACT WS-PEND-NETTED FROM WS-PEND-REVERSALS
           PERFORM UNTIL WS-PEND-RC0-NO-OUT = 0
               ADD 1 TO WS-RC0-NO-GREETOUT
               ADD 1 TO WS-DATE-RC0-NO-OUT(DATE-IDX)
               MOVE "RC=0 AUDIT ROW WITHOUT GREETOUT"
                   TO WS-EXCEPTION-KIND
               MOVE WS-EXCEPTION-LINE TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
               SUBTRACT 1 FROM WS-PEND-RC0-NO-OUT
           END-PERFORM
           PERFORM UNTIL WS-PEND-REVERSALS = 0
               ADD 1 TO WS-OUT-ORPHANS
               ADD 1 TO WS-DATE-OUT-ORPHANS(DATE-IDX)
               MOVE "BACKOUT REVERSAL BUT GREETOUT ON FILE"
                   TO WS-EXCEPTION-KIND
               MOVE WS-EXCEPTION-LINE TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
               SUBTRACT 1 FROM WS-PEND-REVERSALS
           END-PERFORM
           MOVE WS-AUD-KEY TO WS-PEND-KEY.

       MATCH-GREETEXC-STREAM.
           PERFORM UNTIL GREETEXC-AT-EOF
           CLOSE BALCTL-FILE.

      * Advance day control (DAYREC.cpy) to B for every business
      * date that balanced clean AND is still at status O, or at R
      * after a GREETBKO backout reopened it - a date GREETXTR or
      * GREETACK has already advanced to X or C must not be
      * regressed to B by a later whole-file balancing run, and a
      * date with no status row was never opened. Day
      * control is read first to learn each date's latest status;
      * a missing DAYCTL DD means day control is not configured
      * for this stream.
           END-IF
           PERFORM VARYING DATE-IDX FROM 1 BY 1
                   UNTIL DATE-IDX > WS-DATE-COUNT
               IF (WS-DATE-DAY-STATUS(DATE-IDX) = "O" OR
                       WS-DATE-DAY-STATUS(DATE-IDX) = "R") AND
                       WS-DATE-RC0-NO-OUT(DATE-IDX) = 0 AND
                       WS-DATE-RC8-NO-EXC(DATE-IDX) = 0 AND
                       WS-DATE-OUT-ORPHANS(DATE-IDX) = 0 AND
           MOVE "AUDIT ROWS ALREADY-DONE SKIPS" TO WS-COUNT-LABEL
           MOVE WS-AUD-SKIP-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "AUDIT ROWS GREETDRV RESTART MARKERS"
               TO WS-COUNT-LABEL
           MOVE WS-AUD-RESTART-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "AUDIT ROWS BACKOUT REVERSALS" TO WS-COUNT-LABEL
           MOVE WS-AUD-REVERSAL-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RC=0 AUDIT ROWS REVERSED BY BACKOUT" TO WS-COUNT-LABEL
           MOVE WS-AUD-REVERSED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "AUDIT ROWS OTHER RETURN CODES" TO WS-COUNT-LABEL
           MOVE WS-AUD-OTHER-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE

      *****************************************************************
      * GREETBKO
      * Controlled backout of a bad greeting run - a GREETDRV run
      * fed the wrong GREETREQ file or a bad LANGMST text - under
      * an authorization card instead of hand-editing the files.
      * SYSIN carries the authority: columns 1-8 the business date,
      * 10-23 and 25-38 the first and last clock time of the run
      * (YYYYMMDDHHMMSS, inclusive, as shown on GREETDSP/RSTCTL)
      * and 40-47 the authorizing user. The run's rows are those
      * for the date stamped inside the range. Two read-only passes
      * first prove the backout is sound: the greetings to remove
      * must equal the RC=0 audit rows to reverse, and no row in
      * the range may already carry a reversal. Then GREETOUT is
      * rewritten to OUTNEW without the run's greetings, which go
      * to BKOOUT unchanged (OUTREC.cpy) - a work file the job
      * appends to the GREETOUT.BACKOUT history only once the
      * copy-backs are done - so they can be reinstated if the
      * backout itself was wrong;
      * the run's open GREETEXC items are closed on EXCNEW (status
      * C, the backout time as correction timestamp) so GREETFIX
      * does not recycle them; and AUDITLOG is copied to AUDNEW
      * with one reversal row appended per RC=0 row backed out -
      * same business date and timestamp as the row it reverses,
      * result "BACKOUT REVERSAL BY <user> ON <date>", return code
      * 4, numbered and hash-chained on from the last row on the
      * trail (AUDREC.cpy) - which GREETBAL nets against the
      * missing greeting. The original audit rows stay on file
      * untouched, so the chain over them still holds. When the
      * date's latest DAYCTL status is B, X or C the date is
      * reopened with an R record (DAYREC.cpy) so the writers
      * accept the corrected
      * run and GREETBAL can rebalance it; a date that was
      * already extracted is then re-sent through GREETXTR RESEND.
      * Prints a backout report for the audit file. The job's
      * copy-back steps put the NEW datasets over the live ones
      * only when this step ends RC=0. RC=0 run backed out, RC=4
      * nothing in the range, RC=8 backout refused (already
      * backed out or the run does not balance), RC=12 file
      * failure, RC=16 missing or invalid authorization card.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETBKO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETOUT-FILE ASSIGN TO GREETOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETOUT-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT GREETEXC-FILE ASSIGN TO GREETEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETEXC-STATUS.
           SELECT OUTNEW-FILE ASSIGN TO OUTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTNEW-STATUS.
           SELECT AUDNEW-FILE ASSIGN TO AUDNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.
           SELECT EXCNEW-FILE ASSIGN TO EXCNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCNEW-STATUS.
           SELECT BKOOUT-FILE ASSIGN TO BKOOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOOUT-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETOUT-FILE
           RECORDING MODE IS F.
           COPY OUTREC.
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDREC.
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       FD  GREETEXC-FILE
           RECORDING MODE IS F.
           COPY EXCREC.
       FD  OUTNEW-FILE
           RECORDING MODE IS F.
       01 OUTNEW-RECORD                PIC X(86).
       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01 AUDNEW-RECORD                PIC X(97).
       FD  EXCNEW-FILE
           RECORDING MODE IS F.
       01 EXCNEW-RECORD                PIC X(121).
       FD  BKOOUT-FILE
           RECORDING MODE IS F.
       01 BKOOUT-RECORD                PIC X(86).
       FD  DAYCTL-FILE
           RECORDING MODE IS F.
           COPY DAYREC.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD                 PIC X(80).
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
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
       01 WS-GREETEXC-STATUS           PIC XX VALUE SPACES.
       01 WS-OUTNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-EXCNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-BKOOUT-STATUS             PIC XX VALUE SPACES.
       01 WS-DAYCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-DAYCTL-EOF                PIC X VALUE "N".
           88 DAYCTL-AT-EOF            VALUE "Y".
      * The authorization card.
       01 WS-BACKOUT-DATE              PIC X(8) VALUE SPACES.
       01 WS-FROM-TS                   PIC X(14) VALUE SPACES.
       01 WS-TO-TS                     PIC X(14) VALUE SPACES.
       01 WS-AUTH-USER                 PIC X(8) VALUE SPACES.
       01 WS-AUTH-OK-FLAG              PIC X VALUE "N".
           88 AUTHORIZATION-IS-VALID   VALUE "Y".
       01 WS-BACKOUT-OK-FLAG           PIC X VALUE "N".
           88 BACKOUT-APPROVED         VALUE "Y".
       01 WS-IN-RANGE-FLAG             PIC X VALUE "N".
           88 ROW-IN-RANGE             VALUE "Y".
       01 WS-DAY-STATUS                PIC X VALUE SPACE.
       01 WS-REOPEN-FLAG               PIC X VALUE "N".
           88 DAY-WAS-REOPENED         VALUE "Y".
      * The reversal row's result text; GREETBAL recognizes the
      * first 20 bytes.
       01 WS-REVERSAL-RESULT.
           05 FILLER                   PIC X(20) VALUE
               "BACKOUT REVERSAL BY ".
           05 WS-REV-USER              PIC X(8).
           05 FILLER                   PIC X(4) VALUE " ON ".
           05 WS-REV-DATE              PIC X(8).
      * Check-pass counts (read only) and apply-pass counts.
       01 WS-AUD-TO-REVERSE            PIC 9(7) VALUE 0.
       01 WS-AUD-RC8-IN-RANGE          PIC 9(7) VALUE 0.
       01 WS-AUD-MARKERS-IN-RANGE      PIC 9(7) VALUE 0.
       01 WS-PRIOR-REVERSALS           PIC 9(7) VALUE 0.
       01 WS-OUT-TO-REMOVE             PIC 9(7) VALUE 0.
       01 WS-OUT-KEPT                  PIC 9(7) VALUE 0.
       01 WS-OUT-BACKED-OUT            PIC 9(7) VALUE 0.
       01 WS-AUD-COPIED                PIC 9(7) VALUE 0.
       01 WS-AUD-REVERSED              PIC 9(7) VALUE 0.
       01 WS-EXC-COPIED                PIC 9(7) VALUE 0.
       01 WS-EXC-CLOSED                PIC 9(7) VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "GREETBKO".
           05 FILLER                   PIC X(40) VALUE
               "HELLO-WORLD GREETING RUN BACKOUT".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(14) VALUE "BUSINESS DATE".
           05 WS-HEADER-BUS-DATE       PIC X(8).
           05 FILLER                   PIC X(12) VALUE "   RUN FROM".
           05 WS-HEADER-FROM-TS        PIC X(14).
           05 FILLER                   PIC X(4) VALUE " TO".
           05 WS-HEADER-TO-TS          PIC X(14).
           05 FILLER                   PIC X(18) VALUE
               "   AUTHORIZED BY".
           05 WS-HEADER-USER           PIC X(8).
           05 FILLER                   PIC X(7) VALUE "   AT".
           05 WS-HEADER-RUN-TS         PIC X(21).
           05 FILLER                   PIC X(12) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-GREETING-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-GRT-TIMESTAMP         PIC X(21).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-GRT-RECIP-ID          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-GRT-TEXT              PIC X(40).
           05 FILLER                   PIC X(54) VALUE SPACES.
       01 WS-EXCEPTION-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-EXL-TIMESTAMP         PIC X(21).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-EXL-RESULT            PIC X(40).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-EXL-REASON            PIC X(30).
           05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       GREET-BACKOUT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-AUTHORIZATION-CARD
           IF NOT AUTHORIZATION-IS-VALID
               DISPLAY "GREETBKO: AUTHORIZATION CARD MISSING OR "
                   "INVALID, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           PERFORM READ-DAY-STATUS
           PERFORM CHECK-AUDITLOG
           PERFORM CHECK-GREETOUT
           IF WS-FINAL-RC < 12
               PERFORM APPROVE-BACKOUT
           END-IF
           IF BACKOUT-APPROVED
               PERFORM BACKOUT-GREETOUT
               PERFORM CLOSE-RUN-EXCEPTIONS
               PERFORM REVERSE-AUDITLOG
               IF WS-FINAL-RC < 12
                   PERFORM WRITE-DAY-REOPEN
               END-IF
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           DISPLAY "GREETBKO: GREETOUT BACKED OUT " WS-OUT-BACKED-OUT
               " AUDIT ROWS REVERSED " WS-AUD-REVERSED
               " EXCEPTIONS CLOSED " WS-EXC-CLOSED
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * Date, run time range and user are all required: a backout
      * with no named authority is not run.
       READ-AUTHORIZATION-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "GREETBKO: OPEN SYSIN FAILED, STATUS="
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
           MOVE SYSIN-RECORD(1:8) TO WS-BACKOUT-DATE
           MOVE SYSIN-RECORD(10:14) TO WS-FROM-TS
           MOVE SYSIN-RECORD(25:14) TO WS-TO-TS
           MOVE SYSIN-RECORD(40:8) TO WS-AUTH-USER
           IF WS-BACKOUT-DATE IS NUMERIC AND
                   WS-FROM-TS IS NUMERIC AND
                   WS-TO-TS IS NUMERIC AND
                   WS-TO-TS NOT < WS-FROM-TS AND
                   WS-AUTH-USER NOT = SPACES
               SET AUTHORIZATION-IS-VALID TO TRUE
           END-IF.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * The last record on file for the date is its current
      * status; a missing DAYCTL means day control is not
      * configured and there is nothing to reopen.
       READ-DAY-STATUS.
           MOVE SPACE TO WS-DAY-STATUS
           MOVE "N" TO WS-DAYCTL-EOF
           OPEN INPUT DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "05" OR WS-DAYCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN DAYCTL FAILED, STATUS="
                   WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DAYCTL-AT-EOF
               READ DAYCTL-FILE
                   AT END
                       SET DAYCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF DAYCTL-BUS-DATE = WS-BACKOUT-DATE
                           MOVE DAYCTL-STATUS TO WS-DAY-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE.

      * Read-only pass: what the run wrote to the audit trail, and
      * whether any of it has already been reversed.
       CHECK-AUDITLOG.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM TEST-AUDIT-IN-RANGE
                       IF ROW-IN-RANGE
                           EVALUATE TRUE
                               WHEN AUDITLOG-RESULT(1:20) =
                                       WS-REVERSAL-RESULT(1:20)
                                   ADD 1 TO WS-PRIOR-REVERSALS
                               WHEN AUDITLOG-RESULT = "ALREADY-DONE"
                                   ADD 1 TO WS-AUD-MARKERS-IN-RANGE
                               WHEN AUDITLOG-RESULT(1:20) =
                                       "RESTARTED AFTER SEQ "
                                   ADD 1 TO WS-AUD-MARKERS-IN-RANGE
                               WHEN AUDITLOG-RETURN-CODE = 0
                                   ADD 1 TO WS-AUD-TO-REVERSE
                               WHEN AUDITLOG-RETURN-CODE = 8
                                   ADD 1 TO WS-AUD-RC8-IN-RANGE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE.

       CHECK-GREETOUT.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETOUT-FILE
           IF WS-GREETOUT-STATUS = "05" OR WS-GREETOUT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GREETOUT-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN GREETOUT FAILED, STATUS="
                   WS-GREETOUT-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GREETOUT-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM TEST-GREETOUT-IN-RANGE
                       IF ROW-IN-RANGE
                           ADD 1 TO WS-OUT-TO-REMOVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GREETOUT-FILE.

      * A range already reversed, or whose greetings and RC=0
      * audit rows do not agree, is refused untouched so the
      * operator can investigate before anything is rewritten.
       APPROVE-BACKOUT.
           MOVE "BACKOUT AUTHORITY CHECK" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "RC=0 AUDIT ROWS IN RANGE" TO WS-COUNT-LABEL
           MOVE WS-AUD-TO-REVERSE TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETOUT RECORDS IN RANGE" TO WS-COUNT-LABEL
           MOVE WS-OUT-TO-REMOVE TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RC=8 AUDIT ROWS IN RANGE" TO WS-COUNT-LABEL
           MOVE WS-AUD-RC8-IN-RANGE TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RESTART MARKER ROWS IN RANGE" TO WS-COUNT-LABEL
           MOVE WS-AUD-MARKERS-IN-RANGE TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "REVERSAL ROWS ALREADY IN RANGE" TO WS-COUNT-LABEL
           MOVE WS-PRIOR-REVERSALS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-PRIOR-REVERSALS > 0
               MOVE "REFUSED - RANGE ALREADY BACKED OUT"
                   TO WS-TITLE-TEXT
               PERFORM PRINT-TITLE-LINE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-TO-REVERSE NOT = WS-OUT-TO-REMOVE
               MOVE "REFUSED - RUN DOES NOT BALANCE, BALANCE FIRST"
                   TO WS-TITLE-TEXT
               PERFORM PRINT-TITLE-LINE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-TO-REVERSE = 0 AND WS-AUD-RC8-IN-RANGE = 0
               MOVE "NOTHING IN RANGE - NO BACKOUT NEEDED"
                   TO WS-TITLE-TEXT
               PERFORM PRINT-TITLE-LINE
               MOVE 4 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET BACKOUT-APPROVED TO TRUE.

       TEST-AUDIT-IN-RANGE.
           MOVE "N" TO WS-IN-RANGE-FLAG
           IF AUDITLOG-BUS-DATE = WS-BACKOUT-DATE AND
                   AUDITLOG-TIMESTAMP(1:14) NOT < WS-FROM-TS AND
                   AUDITLOG-TIMESTAMP(1:14) NOT > WS-TO-TS
               SET ROW-IN-RANGE TO TRUE
           END-IF.

       TEST-GREETOUT-IN-RANGE.
           MOVE "N" TO WS-IN-RANGE-FLAG
           IF GREETOUT-BUS-DATE = WS-BACKOUT-DATE AND
                   GREETOUT-TIMESTAMP(1:14) NOT < WS-FROM-TS AND
                   GREETOUT-TIMESTAMP(1:14) NOT > WS-TO-TS
               SET ROW-IN-RANGE TO TRUE
           END-IF.

       TEST-GREETEXC-IN-RANGE.
           MOVE "N" TO WS-IN-RANGE-FLAG
           IF GREETEXC-BUS-DATE = WS-BACKOUT-DATE AND
                   GREETEXC-TIMESTAMP(1:14) NOT < WS-FROM-TS AND
                   GREETEXC-TIMESTAMP(1:14) NOT > WS-TO-TS
               SET ROW-IN-RANGE TO TRUE
           END-IF.

      * The run's greetings go to the backout dataset as they
      * were; everything else is kept on OUTNEW in file order.
       BACKOUT-GREETOUT.
           MOVE "GREETINGS BACKED OUT" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           OPEN OUTPUT OUTNEW-FILE
           IF WS-OUTNEW-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN OUTNEW FAILED, STATUS="
                   WS-OUTNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BKOOUT-FILE
           IF WS-BKOOUT-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN BKOOUT FAILED, STATUS="
                   WS-BKOOUT-STATUS
               MOVE 12 TO WS-FINAL-RC
               CLOSE OUTNEW-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETOUT-FILE
           IF WS-GREETOUT-STATUS = "05" OR WS-GREETOUT-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-GREETOUT-STATUS NOT = "00"
                   DISPLAY "GREETBKO: OPEN GREETOUT FAILED, STATUS="
                       WS-GREETOUT-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GREETOUT-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM BACKOUT-ONE-GREETING
               END-READ
           END-PERFORM
           IF WS-GREETOUT-STATUS = "00" OR WS-GREETOUT-STATUS = "10"
               CLOSE GREETOUT-FILE
           END-IF
           CLOSE BKOOUT-FILE
           CLOSE OUTNEW-FILE.

       BACKOUT-ONE-GREETING.
           PERFORM TEST-GREETOUT-IN-RANGE
           IF NOT ROW-IN-RANGE
               MOVE GREETOUT-RECORD TO OUTNEW-RECORD
               WRITE OUTNEW-RECORD
               IF WS-OUTNEW-STATUS NOT = "00"
                   DISPLAY "GREETBKO: WRITE OUTNEW FAILED, STATUS="
                       WS-OUTNEW-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
               ADD 1 TO WS-OUT-KEPT
               EXIT PARAGRAPH
           END-IF
           MOVE GREETOUT-RECORD TO BKOOUT-RECORD
           WRITE BKOOUT-RECORD
           IF WS-BKOOUT-STATUS NOT = "00"
               DISPLAY "GREETBKO: WRITE BKOOUT FAILED, STATUS="
                   WS-BKOOUT-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OUT-BACKED-OUT
           MOVE GREETOUT-TIMESTAMP TO WS-GRT-TIMESTAMP
           MOVE GREETOUT-RECIP-ID TO WS-GRT-RECIP-ID
           MOVE GREETOUT-TEXT TO WS-GRT-TEXT
           MOVE WS-GREETING-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * The run's rejects are closed, not removed: their RC=8 audit
      * rows stay and still balance against them, but GREETFIX no
      * longer recycles them.
       CLOSE-RUN-EXCEPTIONS.
           MOVE "EXCEPTIONS CLOSED" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           OPEN OUTPUT EXCNEW-FILE
           IF WS-EXCNEW-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN EXCNEW FAILED, STATUS="
                   WS-EXCNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETEXC-FILE
           IF WS-GREETEXC-STATUS = "05" OR WS-GREETEXC-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-GREETEXC-STATUS NOT = "00"
                   DISPLAY "GREETBKO: OPEN GREETEXC FAILED, STATUS="
                       WS-GREETEXC-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GREETEXC-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM CLOSE-ONE-EXCEPTION
               END-READ
           END-PERFORM
           IF WS-GREETEXC-STATUS = "00" OR WS-GREETEXC-STATUS = "10"
               CLOSE GREETEXC-FILE
           END-IF
           CLOSE EXCNEW-FILE.

       CLOSE-ONE-EXCEPTION.
           PERFORM TEST-GREETEXC-IN-RANGE
           IF ROW-IN-RANGE AND GREETEXC-STATUS = "O"
               MOVE "C" TO GREETEXC-STATUS
               MOVE WS-RUN-TIMESTAMP TO GREETEXC-CORR-TIMESTAMP
               ADD 1 TO WS-EXC-CLOSED
               MOVE GREETEXC-TIMESTAMP TO WS-EXL-TIMESTAMP
               MOVE GREETEXC-RESULT TO WS-EXL-RESULT
               MOVE GREETEXC-REASON TO WS-EXL-REASON
               MOVE WS-EXCEPTION-LINE TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           MOVE GREETEXC-RECORD TO EXCNEW-RECORD
           WRITE EXCNEW-RECORD
           IF WS-EXCNEW-STATUS NOT = "00"
               DISPLAY "GREETBKO: WRITE EXCNEW FAILED, STATUS="
                   WS-EXCNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
           END-IF
           ADD 1 TO WS-EXC-COPIED.

      * The audit trail keeps every original row; the reversals
      * are appended after them, one per RC=0 row backed out, and
      * numbered and hash-chained on from the last original row
      * (AUDREC.cpy).
       REVERSE-AUDITLOG.
           MOVE 0 TO WS-AUD-CHAIN-SEQ
           MOVE 0 TO WS-AUD-CHAIN-HASH
           PERFORM READ-AUDIT-CHAIN-ANCHOR
           IF AUD-CHAIN-FAILED
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDNEW-FILE
           IF WS-AUDNEW-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN AUDNEW FAILED, STATUS="
                   WS-AUDNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM COPY-AUDITLOG
           IF WS-FINAL-RC < 12
               PERFORM APPEND-REVERSALS
           END-IF
           CLOSE AUDNEW-FILE.

       COPY-AUDITLOG.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDITLOG-RECORD TO WS-AUD-TAIL-ROW
                       SET AUD-TAIL-WAS-READ TO TRUE
                       MOVE AUDITLOG-RECORD TO AUDNEW-RECORD
                       WRITE AUDNEW-RECORD
                       IF WS-AUDNEW-STATUS NOT = "00"
                           DISPLAY "GREETBKO: WRITE AUDNEW FAILED, "
                               "STATUS=" WS-AUDNEW-STATUS
                           MOVE 12 TO WS-FINAL-RC
                           SET FILE-AT-EOF TO TRUE
                       END-IF
                       ADD 1 TO WS-AUD-COPIED
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE
           IF AUD-TAIL-WAS-READ
               MOVE WS-AUD-TAIL-ROW TO AUDITLOG-RECORD
               MOVE AUDITLOG-SEQ TO WS-AUD-CHAIN-SEQ
               PERFORM HASH-AUDIT-ROW
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF.

       APPEND-REVERSALS.
           MOVE WS-AUTH-USER TO WS-REV-USER
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-REV-DATE
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM TEST-AUDIT-IN-RANGE
                       IF ROW-IN-RANGE AND
                               AUDITLOG-RETURN-CODE = 0 AND
                               AUDITLOG-RESULT NOT = "ALREADY-DONE"
                               AND AUDITLOG-RESULT(1:20) NOT =
                               "RESTARTED AFTER SEQ "
                           PERFORM WRITE-REVERSAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE.

       WRITE-REVERSAL-ROW.
           MOVE WS-REVERSAL-RESULT TO AUDITLOG-RESULT
           MOVE 4 TO AUDITLOG-RETURN-CODE
           PERFORM STAMP-AUDIT-ROW
           MOVE AUDITLOG-RECORD TO AUDNEW-RECORD
           WRITE AUDNEW-RECORD
           IF WS-AUDNEW-STATUS NOT = "00"
               DISPLAY "GREETBKO: WRITE AUDNEW FAILED, STATUS="
                   WS-AUDNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUD-CHAIN-SEQ
           MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           ADD 1 TO WS-AUD-REVERSED.

      * The last archive cut on AUDCHN; no AUDCHN means nothing
      * has been archived since the trail was chained.
       READ-AUDIT-CHAIN-ANCHOR.
           MOVE "N" TO WS-AUDCHN-EOF
           OPEN INPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN AUDCHN FAILED, STATUS="
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

      * A date already balanced, extracted or closed is reopened
      * under the backout's authority so it can be rebalanced and
      * re-sent; a date still open needs nothing.
       WRITE-DAY-REOPEN.
           IF WS-DAY-STATUS NOT = "B" AND WS-DAY-STATUS NOT = "X"
                   AND WS-DAY-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND DAYCTL-FILE
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "GREETBKO: OPEN DAYCTL FOR APPEND FAILED, "
                   "STATUS=" WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BACKOUT-DATE TO DAYCTL-BUS-DATE
           MOVE "R" TO DAYCTL-STATUS
           MOVE WS-RUN-TIMESTAMP TO DAYCTL-TIMESTAMP
           MOVE "GREETBKO" TO DAYCTL-PROGRAM
           WRITE DAYCTL-RECORD
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "GREETBKO: WRITE DAYCTL FAILED, STATUS="
                   WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
           ELSE
               SET DAY-WAS-REOPENED TO TRUE
           END-IF
           CLOSE DAYCTL-FILE.

       PRINT-TOTALS.
           MOVE "BACKOUT TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "GREETOUT RECORDS KEPT" TO WS-COUNT-LABEL
           MOVE WS-OUT-KEPT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETOUT RECORDS BACKED OUT" TO WS-COUNT-LABEL
           MOVE WS-OUT-BACKED-OUT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "AUDIT ROWS COPIED" TO WS-COUNT-LABEL
           MOVE WS-AUD-COPIED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "AUDIT REVERSAL ROWS WRITTEN" TO WS-COUNT-LABEL
           MOVE WS-AUD-REVERSED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETEXC RECORDS COPIED" TO WS-COUNT-LABEL
           MOVE WS-EXC-COPIED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETEXC ITEMS CLOSED" TO WS-COUNT-LABEL
           MOVE WS-EXC-CLOSED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-TITLE-TEXT
           EVALUATE TRUE
               WHEN WS-FINAL-RC >= 8
                   MOVE "BACKOUT NOT APPLIED - FILES UNCHANGED"
                       TO WS-TITLE-TEXT
               WHEN WS-FINAL-RC = 4
                   CONTINUE
               WHEN DAY-WAS-REOPENED AND WS-DAY-STATUS = "B"
                   MOVE "DATE REOPENED (R) - RERUN, THEN REBALANCE"
                       TO WS-TITLE-TEXT
               WHEN DAY-WAS-REOPENED
                   MOVE "DATE REOPENED (R) - REBALANCE, GREETXTR RESEND"
                       TO WS-TITLE-TEXT
               WHEN OTHER
                   MOVE "DATE STILL OPEN - NO REOPEN NEEDED"
                       TO WS-TITLE-TEXT
           END-EVALUATE
           IF WS-TITLE-TEXT NOT = SPACES
               PERFORM PRINT-TITLE-LINE
           END-IF.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HEADER-PAGE
           MOVE WS-BACKOUT-DATE TO WS-HEADER-BUS-DATE
           MOVE WS-FROM-TS TO WS-HEADER-FROM-TS
           MOVE WS-TO-TS TO WS-HEADER-TO-TS
           MOVE WS-AUTH-USER TO WS-HEADER-USER
           MOVE WS-RUN-TIMESTAMP TO WS-HEADER-RUN-TS
           MOVE WS-HEADER-LINE-1 TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING PAGE
           MOVE WS-HEADER-LINE-2 TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-TITLE-LINE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-TITLE-LINE TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       PRINT-REPORT-LINE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DETAIL-LINE TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-COUNT-LINE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-COUNT-LINE TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * GREETCHG
      * Month-end cost-centre chargeback. Every greeting request
      * names the cost centre that asked for it (REQREC.cpy) and
      * GREETDRV carries it onto GREETOUT; GREETACK totals the
      * platform's acknowledged outcomes by cost centre onto
      * CCUSAGE (CCUREC.cpy). This program reads the GREETIN stream
      * - in the JCL the live GREETOUT plus the OUTARCH generations
      * GREETHKP has aged off, exactly as GREETMON reads it - for
      * the greetings sent in the month, and CCUSAGE for the
      * delivered, failed and unacknowledged counts. For each
      * business date only the CCUSAGE set with the date's last
      * run timestamp counts, and a set whose details do not add
      * up to its header (a GREETACK run that failed part way) is
      * not used. Only greetings the platform confirmed delivered
      * are charged: delivered count times the cost centre's
      * CCTRMST rate (CCTREC.cpy), rounded to the cent. Closed
      * cost centres are still charged for what they were
      * delivered. Prints the chargeback by department with
      * cost-centre lines, department subtotals and a grand total,
      * lists what was not charged - cost centres not on the
      * master, and greetings carrying no cost centre (GREETFIX
      * corrections and HELLOWLD runs) - and the business dates
      * with greetings sent but no usable delivery outcome. Writes
      * the GLJRNL general ledger journal (GLJREC.cpy): a header,
      * one debit per charged cost centre to its GL account, one
      * credit for the month's total to the recovery account, and a
      * trailer carrying the line count and both totals. SYSIN
      * carries one parameter card: columns 1-6 the month YYYYMM,
      * columns 8-17 the recovery GL account. Writes an ALERTOUT
      * record (MSGCAT.cpy) on any exception. RC=0 clean, RC=8 a
      * cost centre not on the master or a date without a usable
      * outcome (the journal is still written, without them),
      * RC=12 file failure (no journal is posted), RC=16 missing or
      * invalid parameter card.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETIN-FILE ASSIGN TO GREETIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETIN-STATUS.
           SELECT CCUSAGE-FILE ASSIGN TO CCUSAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCUSAGE-STATUS.
           SELECT CCTRMST-FILE ASSIGN TO CCTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCTR-ID
               FILE STATUS IS WS-CCTRMST-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETIN-FILE
           RECORDING MODE IS F.
           COPY OUTREC.
       FD  CCUSAGE-FILE
           RECORDING MODE IS F.
           COPY CCUREC.
       FD  CCTRMST-FILE.
           COPY CCTREC.
       FD  GLJRNL-FILE
           RECORDING MODE IS F.
       01 GLJRNL-RECORD                PIC X(80).
       FD  ALERTOUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD                 PIC X(80).
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY GLJREC.
           COPY MSGCAT.
       01 WS-GREETIN-STATUS            PIC XX VALUE SPACES.
       01 WS-CCUSAGE-STATUS            PIC XX VALUE SPACES.
       01 WS-CCTRMST-STATUS            PIC XX VALUE SPACES.
       01 WS-CCTRMST-OPEN-FLAG         PIC X VALUE "N".
           88 CCTRMST-IS-OPEN          VALUE "Y".
       01 WS-GLJRNL-STATUS             PIC XX VALUE SPACES.
       01 WS-GLJRNL-OPEN-FLAG          PIC X VALUE "N".
           88 GLJRNL-IS-OPEN           VALUE "Y".
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-REPORT-MONTH              PIC X(6) VALUE SPACES.
       01 WS-RECOVERY-ACCOUNT          PIC X(10) VALUE SPACES.
       01 WS-PARM-OK-FLAG              PIC X VALUE "N".
           88 PARAMETER-CARD-IS-VALID  VALUE "Y".
       01 WS-ALERT-CONDITION           PIC X(20) VALUE SPACES.
       01 WS-ALERT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-MESSAGE-CODE        PIC X(8) VALUE SPACES.
       01 WS-WORK-YEAR                 PIC 9(4) VALUE 0.
       01 WS-WORK-MONTH                PIC 9(2) VALUE 0.
       01 WS-LEAP-REMAINDER            PIC 9(4) VALUE 0.
       01 WS-DAYS-IN-MONTH             PIC 9(2) VALUE 0.
       01 WS-WORK-DAY                  PIC 9(2) VALUE 0.
       01 WS-DAY-FLAG                  PIC X VALUE "N".
           88 DAY-IS-IN-MONTH          VALUE "Y".
      * Per business date: the run timestamp of the CCUSAGE set
      * that counts, its header totals and what its details add up
      * to, whether the set is usable (Y), incomplete (I) or
      * missing (N), and the greetings sent on the date.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES INDEXED BY DAY-IDX.
               10 WS-DAY-LAST-RUN      PIC X(21).
               10 WS-DAY-HDR-TOTAL     PIC 9(9).
               10 WS-DAY-DTL-TOTAL     PIC 9(9).
               10 WS-DAY-OUTCOME       PIC X.
               10 WS-DAY-SENT          PIC 9(7).
      * Per cost centre for the month, with its master details once
      * priced. The blank cost centre collects greetings written
      * without one.
       01 WS-CCT-TABLE.
           05 WS-CCT-MAX               PIC 9(3) VALUE 500.
           05 WS-CCT-COUNT             PIC 9(3) VALUE 0.
           05 WS-CCT-ENTRY OCCURS 500 TIMES INDEXED BY CCT-IDX.
               10 WS-CCT-COST-CENTRE   PIC X(8).
               10 WS-CCT-DEPARTMENT    PIC X(8).
               10 WS-CCT-ON-MASTER     PIC X.
               10 WS-CCT-STATUS        PIC X.
               10 WS-CCT-RATE          PIC 9(3)V9(4).
               10 WS-CCT-GL-ACCOUNT    PIC X(10).
               10 WS-CCT-SENT          PIC 9(7).
               10 WS-CCT-DELIVERED     PIC 9(7).
               10 WS-CCT-FAILED        PIC 9(7).
               10 WS-CCT-UNACKED       PIC 9(7).
               10 WS-CCT-NO-OUTCOME    PIC 9(7).
               10 WS-CCT-CHARGE        PIC 9(11)V99.
               10 WS-CCT-PRINTED       PIC X.
       01 WS-CCT-FOUND-FLAG            PIC X VALUE "N".
           88 CCT-ENTRY-FOUND          VALUE "Y".
       01 WS-NEW-COST-CENTRE           PIC X(8) VALUE SPACES.
       01 WS-NEXT-IDX                  PIC 9(3) VALUE 0.
       01 WS-NEXT-KEY                  PIC X(16) VALUE SPACES.
       01 WS-ENTRY-KEY                 PIC X(16) VALUE SPACES.
       01 WS-CURRENT-DEPARTMENT        PIC X(8) VALUE SPACES.
       01 WS-DEPT-TOTALS.
           05 WS-DEPT-SENT             PIC 9(7).
           05 WS-DEPT-DELIVERED        PIC 9(7).
           05 WS-DEPT-FAILED           PIC 9(7).
           05 WS-DEPT-UNACKED          PIC 9(7).
           05 WS-DEPT-NO-OUTCOME       PIC 9(7).
           05 WS-DEPT-CHARGE           PIC 9(11)V99.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-SENT            PIC 9(7).
           05 WS-GRAND-DELIVERED       PIC 9(7).
           05 WS-GRAND-FAILED          PIC 9(7).
           05 WS-GRAND-UNACKED         PIC 9(7).
           05 WS-GRAND-NO-OUTCOME      PIC 9(7).
           05 WS-GRAND-CHARGE          PIC 9(11)V99.
       01 WS-GREETIN-READ              PIC 9(9) VALUE 0.
       01 WS-MONTH-SENT                PIC 9(9) VALUE 0.
       01 WS-CCUSAGE-READ              PIC 9(9) VALUE 0.
       01 WS-OUTCOME-DAYS              PIC 9(2) VALUE 0.
       01 WS-INCOMPLETE-DAYS           PIC 9(2) VALUE 0.
       01 WS-NO-OUTCOME-DAYS           PIC 9(2) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHARGED-COUNT             PIC 9(5) VALUE 0.
       01 WS-JOURNAL-LINES             PIC 9(7) VALUE 0.
       01 WS-JOURNAL-DEBITS            PIC 9(13)V99 VALUE 0.
       01 WS-JOURNAL-CREDITS           PIC 9(13)V99 VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "GREETCHG".
           05 FILLER                   PIC X(40) VALUE
               "GREETING COST-CENTRE CHARGEBACK".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(17) VALUE
               "CHARGEBACK MONTH".
           05 WS-HEADER-MONTH          PIC X(6).
           05 FILLER                   PIC X(109) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-AMOUNT-LABEL          PIC X(40) VALUE SPACES.
           05 WS-AMOUNT-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(69) VALUE SPACES.
       01 WS-CHARGE-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "COST CTR".
           05 FILLER                   PIC X(10) VALUE "  DEPT".
           05 FILLER                   PIC X(11) VALUE "       SENT".
           05 FILLER                   PIC X(11) VALUE "  DELIVERED".
           05 FILLER                   PIC X(11) VALUE "     FAILED".
           05 FILLER                   PIC X(11) VALUE "    UNACKED".
           05 FILLER                   PIC X(11) VALUE " NO OUTCOME".
           05 FILLER                   PIC X(10) VALUE "      RATE".
           05 FILLER                   PIC X(19) VALUE
               "             CHARGE".
           05 FILLER                   PIC X(12) VALUE "  GL ACCOUNT".
           05 FILLER                   PIC X(12) VALUE "  NOTE".
           05 FILLER                   PIC X VALUE SPACES.
       01 WS-CHARGE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-CHG-COST-CENTRE       PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-DEPARTMENT        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-SENT              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-DELIVERED         PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-FAILED            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-UNACKED           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-NO-OUTCOME        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-RATE              PIC ZZ9.9999 BLANK WHEN ZERO.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-GL-ACCOUNT        PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-CHG-NOTE              PIC X(10).
           05 FILLER                   PIC X VALUE SPACES.
       01 WS-DATE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-DATE-LINE-DATE        PIC X(8).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DATE-LINE-SENT        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-DATE-LINE-NOTE        PIC X(30).
           05 FILLER                   PIC X(74) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       GREET-CHARGEBACK.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-PARAMETER-CARD
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT PARAMETER-CARD-IS-VALID
               DISPLAY "GREETCHG: PARAMETER CARD MISSING OR INVALID "
                   "(MONTH YYYYMM, RECOVERY ACCOUNT), RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COMPUTE-DAYS-IN-MONTH
           PERFORM INITIALIZE-DAY-TABLE
           PERFORM PRINT-PAGE-HEADER
           PERFORM LOCATE-OUTCOME-SETS
           IF WS-FINAL-RC < 12
               PERFORM CHECK-OUTCOME-SETS
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM LOAD-OUTCOME-COUNTS
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM TALLY-GREETING-STREAM
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM PRICE-COST-CENTRES
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM OPEN-GLJRNL
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM PRINT-DEPARTMENT-SECTION
               PERFORM FINISH-JOURNAL
               PERFORM PRINT-NOT-CHARGED-SECTION
               PERFORM PRINT-NO-OUTCOME-SECTION
               PERFORM PRINT-CONTROL-TOTALS
               IF WS-FINAL-RC = 0
                   MOVE "CHARGEBACK COMPLETE" TO WS-TITLE-TEXT
               ELSE
                   MOVE "CHARGEBACK HAS EXCEPTIONS - SEE ABOVE"
                       TO WS-TITLE-TEXT
               END-IF
               PERFORM PRINT-TITLE-LINE
           END-IF
           IF WS-FINAL-RC > 0 AND WS-ALERT-CONDITION NOT = SPACES
               PERFORM WRITE-ALERT
           END-IF
           CLOSE RPTFILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      * SYSIN columns 1-6 the chargeback month YYYYMM, columns
      * 8-17 the recovery GL account the month's total is credited
      * to; both are required.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "GREETCHG: OPEN SYSIN FAILED, STATUS="
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
           IF SYSIN-RECORD(1:6) IS NUMERIC AND
                   SYSIN-RECORD(5:2) >= "01" AND
                   SYSIN-RECORD(5:2) <= "12" AND
                   SYSIN-RECORD(8:10) NOT = SPACES
               MOVE SYSIN-RECORD(1:6) TO WS-REPORT-MONTH
               MOVE SYSIN-RECORD(8:10) TO WS-RECOVERY-ACCOUNT
               SET PARAMETER-CARD-IS-VALID TO TRUE
           END-IF.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "GREETCHG: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       COMPUTE-DAYS-IN-MONTH.
           MOVE WS-REPORT-MONTH(1:4) TO WS-WORK-YEAR
           MOVE WS-REPORT-MONTH(5:2) TO WS-WORK-MONTH
           EVALUATE WS-WORK-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-REMAINDER
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-REMAINDER
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-WORK-YEAR BY 400
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       INITIALIZE-DAY-TABLE.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > 31
               MOVE SPACES TO WS-DAY-LAST-RUN(DAY-IDX)
               MOVE 0 TO WS-DAY-HDR-TOTAL(DAY-IDX)
               MOVE 0 TO WS-DAY-DTL-TOTAL(DAY-IDX)
               MOVE "N" TO WS-DAY-OUTCOME(DAY-IDX)
               MOVE 0 TO WS-DAY-SENT(DAY-IDX)
           END-PERFORM.

      * Sets DAY-IDX on day WS-WORK-DAY of the month, with
      * DAY-IS-IN-MONTH set only when the month has that day.
       LOCATE-DAY.
           MOVE "N" TO WS-DAY-FLAG
           IF WS-WORK-DAY >= 1 AND WS-WORK-DAY <= WS-DAYS-IN-MONTH
               SET DAY-IDX TO WS-WORK-DAY
               SET DAY-IS-IN-MONTH TO TRUE
           END-IF.

       OPEN-CCUSAGE.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CCUSAGE-FILE
           IF WS-CCUSAGE-STATUS = "05" OR WS-CCUSAGE-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CCUSAGE-STATUS NOT = "00"
               DISPLAY "GREETCHG: OPEN CCUSAGE FAILED, STATUS="
                   WS-CCUSAGE-STATUS
               MOVE "CCUSAGE IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-CCUSAGE-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
           END-IF.

       CLOSE-CCUSAGE.
           IF WS-CCUSAGE-STATUS = "00" OR WS-CCUSAGE-STATUS = "10"
               CLOSE CCUSAGE-FILE
           END-IF.

      * First pass over CCUSAGE: the last header run timestamp on
      * file for each business date of the month picks the set
      * that counts; a rerun's set supersedes the earlier ones.
       LOCATE-OUTCOME-SETS.
           PERFORM OPEN-CCUSAGE
           PERFORM UNTIL FILE-AT-EOF
               READ CCUSAGE-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CCUSAGE-READ
                       PERFORM LOCATE-ONE-OUTCOME-SET
               END-READ
           END-PERFORM
           PERFORM CLOSE-CCUSAGE.

       LOCATE-ONE-OUTCOME-SET.
           IF CCU-RECORD-TYPE NOT = "H" OR
                   CCU-BUS-DATE(1:6) NOT = WS-REPORT-MONTH OR
                   CCU-BUS-DATE(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CCU-BUS-DATE(7:2) TO WS-WORK-DAY
           PERFORM LOCATE-DAY
           IF NOT DAY-IS-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           IF CCU-RUN-TIMESTAMP > WS-DAY-LAST-RUN(DAY-IDX)
               MOVE CCU-RUN-TIMESTAMP TO WS-DAY-LAST-RUN(DAY-IDX)
               COMPUTE WS-DAY-HDR-TOTAL(DAY-IDX) =
                   CCU-DELIVERED-COUNT + CCU-FAILED-COUNT +
                   CCU-UNACKED-COUNT
           END-IF.

      * Second pass: a set counts only when its details add up to
      * its header. GREETACK writes the header first, so a run that
      * failed part way leaves a short set that must not be billed.
       CHECK-OUTCOME-SETS.
           PERFORM OPEN-CCUSAGE
           PERFORM UNTIL FILE-AT-EOF
               READ CCUSAGE-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CCU-RECORD-TYPE = "D"
                           PERFORM LOCATE-SET-DETAIL
                           IF DAY-IS-IN-MONTH
                               ADD CCU-DELIVERED-COUNT
                                   CCU-FAILED-COUNT
                                   CCU-UNACKED-COUNT
                                   TO WS-DAY-DTL-TOTAL(DAY-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CCUSAGE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAYS-IN-MONTH
               IF WS-DAY-LAST-RUN(DAY-IDX) NOT = SPACES
                   IF WS-DAY-DTL-TOTAL(DAY-IDX) =
                           WS-DAY-HDR-TOTAL(DAY-IDX)
                       MOVE "Y" TO WS-DAY-OUTCOME(DAY-IDX)
                       ADD 1 TO WS-OUTCOME-DAYS
                   ELSE
                       MOVE "I" TO WS-DAY-OUTCOME(DAY-IDX)
                       ADD 1 TO WS-INCOMPLETE-DAYS
                   END-IF
               END-IF
           END-PERFORM.

      * A detail record belongs to the set that counts when it is
      * for a day of the month and carries that day's last run
      * timestamp; DAY-IS-IN-MONTH is left set only then.
       LOCATE-SET-DETAIL.
           MOVE "N" TO WS-DAY-FLAG
           IF CCU-BUS-DATE(1:6) NOT = WS-REPORT-MONTH OR
                   CCU-BUS-DATE(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CCU-BUS-DATE(7:2) TO WS-WORK-DAY
           PERFORM LOCATE-DAY
           IF DAY-IS-IN-MONTH
               IF CCU-RUN-TIMESTAMP NOT = WS-DAY-LAST-RUN(DAY-IDX)
                   MOVE "N" TO WS-DAY-FLAG
               END-IF
           END-IF.

      * Third pass: the usable sets' counts by cost centre.
       LOAD-OUTCOME-COUNTS.
           PERFORM OPEN-CCUSAGE
           PERFORM UNTIL FILE-AT-EOF
               READ CCUSAGE-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CCU-RECORD-TYPE = "D"
                           PERFORM LOAD-ONE-OUTCOME-COUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-CCUSAGE.

       LOAD-ONE-OUTCOME-COUNT.
           PERFORM LOCATE-SET-DETAIL
           IF NOT DAY-IS-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-OUTCOME(DAY-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE CCU-COST-CENTRE TO WS-NEW-COST-CENTRE
           PERFORM ADD-COST-CENTRE-ENTRY
           IF WS-FINAL-RC >= 12
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD CCU-DELIVERED-COUNT TO WS-CCT-DELIVERED(CCT-IDX)
           ADD CCU-FAILED-COUNT TO WS-CCT-FAILED(CCT-IDX)
           ADD CCU-UNACKED-COUNT TO WS-CCT-UNACKED(CCT-IDX).

      * Find the cost centre in WS-NEW-COST-CENTRE, adding it if
      * new; CCT-IDX is left on the entry. A full table ends the
      * run RC=12 - a partial chargeback must not be posted.
       ADD-COST-CENTRE-ENTRY.
           MOVE "N" TO WS-CCT-FOUND-FLAG
           PERFORM VARYING CCT-IDX FROM 1 BY 1
                   UNTIL CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-COST-CENTRE(CCT-IDX) = WS-NEW-COST-CENTRE
                   SET CCT-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CCT-ENTRY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CCT-COUNT >= WS-CCT-MAX
               DISPLAY "GREETCHG: COST CENTRE TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCT-COUNT
           SET CCT-IDX TO WS-CCT-COUNT
           INITIALIZE WS-CCT-ENTRY(CCT-IDX)
           MOVE WS-NEW-COST-CENTRE TO WS-CCT-COST-CENTRE(CCT-IDX)
           MOVE "N" TO WS-CCT-ON-MASTER(CCT-IDX)
           MOVE "N" TO WS-CCT-PRINTED(CCT-IDX).

       TALLY-GREETING-STREAM.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETIN-FILE
           IF WS-GREETIN-STATUS = "05" OR WS-GREETIN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GREETIN-STATUS NOT = "00"
               DISPLAY "GREETCHG: OPEN GREETIN FAILED, STATUS="
                   WS-GREETIN-STATUS
               MOVE "GREETOUT IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-GREETIN-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GREETIN-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GREETIN-READ
                       PERFORM TALLY-ONE-GREETING
               END-READ
           END-PERFORM
           CLOSE GREETIN-FILE.

      * A greeting sent on a date with no usable outcome cannot be
      * shown delivered, so it is not charged and is counted
      * against its cost centre as having no outcome.
       TALLY-ONE-GREETING.
           IF GREETOUT-BUS-DATE(1:6) NOT = WS-REPORT-MONTH OR
                   GREETOUT-BUS-DATE(7:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GREETOUT-BUS-DATE(7:2) TO WS-WORK-DAY
           PERFORM LOCATE-DAY
           IF NOT DAY-IS-IN-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MONTH-SENT
           ADD 1 TO WS-DAY-SENT(DAY-IDX)
           MOVE GREETOUT-COST-CENTRE TO WS-NEW-COST-CENTRE
           PERFORM ADD-COST-CENTRE-ENTRY
           IF WS-FINAL-RC >= 12
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CCT-SENT(CCT-IDX)
           IF WS-DAY-OUTCOME(DAY-IDX) NOT = "Y"
               ADD 1 TO WS-CCT-NO-OUTCOME(CCT-IDX)
           END-IF.

      * Rates and accounts come from the master as it stands at
      * month end. Without a master nothing can be priced and
      * every cost centre is reported not on it.
       PRICE-COST-CENTRES.
           OPEN INPUT CCTRMST-FILE
           IF WS-CCTRMST-STATUS = "00"
               SET CCTRMST-IS-OPEN TO TRUE
           ELSE
               IF WS-CCTRMST-STATUS NOT = "35"
                   DISPLAY "GREETCHG: OPEN CCTRMST FAILED, STATUS="
                       WS-CCTRMST-STATUS
                   MOVE "CCTRMST IO FAILURE" TO WS-ALERT-CONDITION
                   MOVE WS-CCTRMST-STATUS TO WS-ALERT-FILE-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING CCT-IDX FROM 1 BY 1
                   UNTIL CCT-IDX > WS-CCT-COUNT
               PERFORM PRICE-ONE-COST-CENTRE
           END-PERFORM
           IF CCTRMST-IS-OPEN
               CLOSE CCTRMST-FILE
           END-IF.

       PRICE-ONE-COST-CENTRE.
           IF WS-CCT-COST-CENTRE(CCT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT CCTRMST-IS-OPEN
               PERFORM FLAG-NOT-ON-MASTER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CCT-COST-CENTRE(CCT-IDX) TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   PERFORM FLAG-NOT-ON-MASTER
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-CCT-ON-MASTER(CCT-IDX)
           MOVE CCTR-DEPARTMENT TO WS-CCT-DEPARTMENT(CCT-IDX)
           MOVE CCTR-STATUS TO WS-CCT-STATUS(CCT-IDX)
           MOVE CCTR-RATE TO WS-CCT-RATE(CCT-IDX)
           MOVE CCTR-GL-ACCOUNT TO WS-CCT-GL-ACCOUNT(CCT-IDX)
           COMPUTE WS-CCT-CHARGE(CCT-IDX) ROUNDED =
               WS-CCT-DELIVERED(CCT-IDX) * WS-CCT-RATE(CCT-IDX).

       FLAG-NOT-ON-MASTER.
           ADD 1 TO WS-NOT-ON-MASTER-COUNT
           MOVE "CHARGEBACK EXCEPTION" TO WS-ALERT-CONDITION
           MOVE SPACES TO WS-ALERT-FILE-STATUS
           IF WS-FINAL-RC < 8
               MOVE 8 TO WS-FINAL-RC
           END-IF.

      * The journal header goes out with the file; the debit lines
      * follow the chargeback listing and FINISH-JOURNAL closes it
      * with the credit and the trailer.
       OPEN-GLJRNL.
           OPEN OUTPUT GLJRNL-FILE
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GREETCHG: OPEN GLJRNL FAILED, STATUS="
                   WS-GLJRNL-STATUS
               MOVE "GLJRNL IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-GLJRNL-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET GLJRNL-IS-OPEN TO TRUE
           MOVE SPACES TO GLJ-HEADER-RECORD
           MOVE "H" TO GLJ-HDR-RECORD-TYPE
           MOVE "HELLOWLD" TO GLJ-HDR-SOURCE
           STRING "HWDCHG" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO GLJ-HDR-JOURNAL-ID
           END-STRING
           MOVE WS-REPORT-MONTH TO GLJ-HDR-PERIOD
           MOVE WS-RUN-TIMESTAMP TO GLJ-HDR-CREATE-TIMESTAMP
           MOVE GLJ-HEADER-RECORD TO GLJRNL-RECORD
           PERFORM WRITE-GLJRNL.

       WRITE-GLJRNL.
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GREETCHG: WRITE GLJRNL FAILED, STATUS="
                   WS-GLJRNL-STATUS
               MOVE "GLJRNL IO FAILURE" TO WS-ALERT-CONDITION
               MOVE WS-GLJRNL-STATUS TO WS-ALERT-FILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * Cost centres on the master in department then cost-centre
      * order, picked lowest first from the unsorted table, with a
      * subtotal at each change of department and the grand total
      * at the end. Each charged cost centre is debited on the
      * journal as it is listed.
       PRINT-DEPARTMENT-SECTION.
           MOVE "CHARGEBACK BY DEPARTMENT" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE WS-CHARGE-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           INITIALIZE WS-GRAND-TOTALS
           INITIALIZE WS-DEPT-TOTALS
           MOVE SPACES TO WS-CURRENT-DEPARTMENT
           PERFORM SELECT-NEXT-COST-CENTRE
           PERFORM UNTIL WS-NEXT-IDX = 0
               SET CCT-IDX TO WS-NEXT-IDX
               IF WS-CCT-DEPARTMENT(CCT-IDX) NOT =
                       WS-CURRENT-DEPARTMENT
                   IF WS-CURRENT-DEPARTMENT NOT = SPACES
                       PERFORM PRINT-DEPARTMENT-TOTAL
                   END-IF
                   MOVE WS-CCT-DEPARTMENT(CCT-IDX)
                       TO WS-CURRENT-DEPARTMENT
                   INITIALIZE WS-DEPT-TOTALS
               END-IF
               PERFORM PRINT-COST-CENTRE-CHARGE
               MOVE "Y" TO WS-CCT-PRINTED(CCT-IDX)
               PERFORM SELECT-NEXT-COST-CENTRE
           END-PERFORM
           IF WS-CURRENT-DEPARTMENT NOT = SPACES
               PERFORM PRINT-DEPARTMENT-TOTAL
           END-IF
           MOVE SPACES TO WS-CHG-COST-CENTRE
           MOVE SPACES TO WS-CHG-DEPARTMENT
           MOVE WS-GRAND-SENT TO WS-CHG-SENT
           MOVE WS-GRAND-DELIVERED TO WS-CHG-DELIVERED
           MOVE WS-GRAND-FAILED TO WS-CHG-FAILED
           MOVE WS-GRAND-UNACKED TO WS-CHG-UNACKED
           MOVE WS-GRAND-NO-OUTCOME TO WS-CHG-NO-OUTCOME
           MOVE 0 TO WS-CHG-RATE
           MOVE WS-GRAND-CHARGE TO WS-CHG-AMOUNT
           MOVE SPACES TO WS-CHG-GL-ACCOUNT
           MOVE "TOTAL" TO WS-CHG-NOTE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CHARGE-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * WS-NEXT-IDX is left on the unprinted cost centre on the
      * master with the lowest department and id, or 0 when all
      * have been listed.
       SELECT-NEXT-COST-CENTRE.
           MOVE 0 TO WS-NEXT-IDX
           MOVE HIGH-VALUES TO WS-NEXT-KEY
           PERFORM VARYING CCT-IDX FROM 1 BY 1
                   UNTIL CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-ON-MASTER(CCT-IDX) = "Y" AND
                       WS-CCT-PRINTED(CCT-IDX) = "N"
                   MOVE WS-CCT-DEPARTMENT(CCT-IDX)
                       TO WS-ENTRY-KEY(1:8)
                   MOVE WS-CCT-COST-CENTRE(CCT-IDX)
                       TO WS-ENTRY-KEY(9:8)
                   IF WS-ENTRY-KEY < WS-NEXT-KEY
                       MOVE WS-ENTRY-KEY TO WS-NEXT-KEY
                       SET WS-NEXT-IDX TO CCT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-COST-CENTRE-CHARGE.
           PERFORM MOVE-COST-CENTRE-LINE
           MOVE WS-CCT-RATE(CCT-IDX) TO WS-CHG-RATE
           MOVE WS-CCT-CHARGE(CCT-IDX) TO WS-CHG-AMOUNT
           MOVE WS-CCT-GL-ACCOUNT(CCT-IDX) TO WS-CHG-GL-ACCOUNT
           IF WS-CCT-STATUS(CCT-IDX) = "C"
               MOVE "CLOSED" TO WS-CHG-NOTE
           ELSE
               MOVE SPACES TO WS-CHG-NOTE
           END-IF
           MOVE WS-CHARGE-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           ADD WS-CCT-SENT(CCT-IDX) TO WS-DEPT-SENT WS-GRAND-SENT
           ADD WS-CCT-DELIVERED(CCT-IDX)
               TO WS-DEPT-DELIVERED WS-GRAND-DELIVERED
           ADD WS-CCT-FAILED(CCT-IDX)
               TO WS-DEPT-FAILED WS-GRAND-FAILED
           ADD WS-CCT-UNACKED(CCT-IDX)
               TO WS-DEPT-UNACKED WS-GRAND-UNACKED
           ADD WS-CCT-NO-OUTCOME(CCT-IDX)
               TO WS-DEPT-NO-OUTCOME WS-GRAND-NO-OUTCOME
           ADD WS-CCT-CHARGE(CCT-IDX)
               TO WS-DEPT-CHARGE WS-GRAND-CHARGE
           IF WS-CCT-CHARGE(CCT-IDX) > 0
               ADD 1 TO WS-CHARGED-COUNT
               PERFORM WRITE-JOURNAL-DEBIT
           END-IF.

       MOVE-COST-CENTRE-LINE.
           MOVE WS-CCT-COST-CENTRE(CCT-IDX) TO WS-CHG-COST-CENTRE
           MOVE WS-CCT-DEPARTMENT(CCT-IDX) TO WS-CHG-DEPARTMENT
           MOVE WS-CCT-SENT(CCT-IDX) TO WS-CHG-SENT
           MOVE WS-CCT-DELIVERED(CCT-IDX) TO WS-CHG-DELIVERED
           MOVE WS-CCT-FAILED(CCT-IDX) TO WS-CHG-FAILED
           MOVE WS-CCT-UNACKED(CCT-IDX) TO WS-CHG-UNACKED
           MOVE WS-CCT-NO-OUTCOME(CCT-IDX) TO WS-CHG-NO-OUTCOME.

       PRINT-DEPARTMENT-TOTAL.
           MOVE SPACES TO WS-CHG-COST-CENTRE
           MOVE WS-CURRENT-DEPARTMENT TO WS-CHG-DEPARTMENT
           MOVE WS-DEPT-SENT TO WS-CHG-SENT
           MOVE WS-DEPT-DELIVERED TO WS-CHG-DELIVERED
           MOVE WS-DEPT-FAILED TO WS-CHG-FAILED
           MOVE WS-DEPT-UNACKED TO WS-CHG-UNACKED
           MOVE WS-DEPT-NO-OUTCOME TO WS-CHG-NO-OUTCOME
           MOVE 0 TO WS-CHG-RATE
           MOVE WS-DEPT-CHARGE TO WS-CHG-AMOUNT
           MOVE SPACES TO WS-CHG-GL-ACCOUNT
           MOVE "SUBTOTAL" TO WS-CHG-NOTE
           MOVE WS-CHARGE-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-JOURNAL-DEBIT.
           IF NOT GLJRNL-IS-OPEN OR WS-FINAL-RC >= 12
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GLJ-DETAIL-RECORD
           MOVE "D" TO GLJ-DTL-RECORD-TYPE
           MOVE WS-CCT-GL-ACCOUNT(CCT-IDX) TO GLJ-DTL-GL-ACCOUNT
           MOVE WS-CCT-COST-CENTRE(CCT-IDX) TO GLJ-DTL-COST-CENTRE
           MOVE WS-CCT-DEPARTMENT(CCT-IDX) TO GLJ-DTL-DEPARTMENT
           MOVE "D" TO GLJ-DTL-DEBIT-CREDIT
           MOVE WS-CCT-CHARGE(CCT-IDX) TO GLJ-DTL-AMOUNT
           MOVE WS-CCT-DELIVERED(CCT-IDX) TO GLJ-DTL-QUANTITY
           STRING "GREETING CHARGEBACK " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO GLJ-DTL-DESCRIPTION
           END-STRING
           MOVE GLJ-DETAIL-RECORD TO GLJRNL-RECORD
           PERFORM WRITE-GLJRNL
           ADD 1 TO WS-JOURNAL-LINES
           ADD WS-CCT-CHARGE(CCT-IDX) TO WS-JOURNAL-DEBITS.

      * The month's total is credited to the recovery account in
      * one line, so the journal balances by construction; the
      * trailer carries the line count and both totals.
       FINISH-JOURNAL.
           IF NOT GLJRNL-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-JOURNAL-DEBITS > 0 AND WS-FINAL-RC < 12
               MOVE SPACES TO GLJ-DETAIL-RECORD
               MOVE "D" TO GLJ-DTL-RECORD-TYPE
               MOVE WS-RECOVERY-ACCOUNT TO GLJ-DTL-GL-ACCOUNT
               MOVE "C" TO GLJ-DTL-DEBIT-CREDIT
               MOVE WS-JOURNAL-DEBITS TO GLJ-DTL-AMOUNT
               MOVE WS-GRAND-DELIVERED TO GLJ-DTL-QUANTITY
               STRING "GREETING RECOVERY " DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   INTO GLJ-DTL-DESCRIPTION
               END-STRING
               MOVE GLJ-DETAIL-RECORD TO GLJRNL-RECORD
               PERFORM WRITE-GLJRNL
               ADD 1 TO WS-JOURNAL-LINES
               ADD WS-JOURNAL-DEBITS TO WS-JOURNAL-CREDITS
           END-IF
           IF WS-FINAL-RC < 12
               MOVE SPACES TO GLJ-TRAILER-RECORD
               MOVE "T" TO GLJ-TRL-RECORD-TYPE
               MOVE WS-JOURNAL-LINES TO GLJ-TRL-DETAIL-COUNT
               MOVE WS-JOURNAL-DEBITS TO GLJ-TRL-DEBIT-TOTAL
               MOVE WS-JOURNAL-CREDITS TO GLJ-TRL-CREDIT-TOTAL
               MOVE GLJ-TRAILER-RECORD TO GLJRNL-RECORD
               PERFORM WRITE-GLJRNL
           END-IF
           CLOSE GLJRNL-FILE
           MOVE "N" TO WS-GLJRNL-OPEN-FLAG.

      * Cost centres not on the master are not charged and are an
      * exception; greetings written without a cost centre are
      * listed as unallocated.
       PRINT-NOT-CHARGED-SECTION.
           MOVE "GREETINGS NOT CHARGED" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE WS-CHARGE-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING CCT-IDX FROM 1 BY 1
                   UNTIL CCT-IDX > WS-CCT-COUNT
               IF WS-CCT-ON-MASTER(CCT-IDX) = "N"
                   PERFORM MOVE-COST-CENTRE-LINE
                   MOVE 0 TO WS-CHG-RATE
                   MOVE 0 TO WS-CHG-AMOUNT
                   MOVE SPACES TO WS-CHG-GL-ACCOUNT
                   IF WS-CCT-COST-CENTRE(CCT-IDX) = SPACES
                       MOVE "UNALLOC" TO WS-CHG-NOTE
                   ELSE
                       MOVE "NO MASTER" TO WS-CHG-NOTE
                   END-IF
                   MOVE WS-CHARGE-LINE TO WS-DETAIL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

      * Every date of the month with greetings sent but no usable
      * delivery outcome: the ack feed was never processed for it,
      * or the last run's usage set is incomplete. Those greetings
      * are not charged until GREETACK is run for the date and the
      * chargeback is rerun.
       PRINT-NO-OUTCOME-SECTION.
           MOVE "DATES WITHOUT A USABLE DELIVERY OUTCOME"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAYS-IN-MONTH
               IF WS-DAY-SENT(DAY-IDX) > 0 AND
                       WS-DAY-OUTCOME(DAY-IDX) NOT = "Y"
                   ADD 1 TO WS-NO-OUTCOME-DAYS
                   MOVE WS-REPORT-MONTH TO WS-DATE-LINE-DATE(1:6)
                   SET WS-WORK-DAY TO DAY-IDX
                   MOVE WS-WORK-DAY TO WS-DATE-LINE-DATE(7:2)
                   MOVE WS-DAY-SENT(DAY-IDX) TO WS-DATE-LINE-SENT
                   IF WS-DAY-OUTCOME(DAY-IDX) = "I"
                       MOVE "OUTCOME SET INCOMPLETE"
                           TO WS-DATE-LINE-NOTE
                   ELSE
                       MOVE "NO DELIVERY OUTCOME"
                           TO WS-DATE-LINE-NOTE
                   END-IF
                   MOVE WS-DATE-LINE TO WS-DETAIL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-NO-OUTCOME-DAYS > 0
               MOVE "CHARGEBACK EXCEPTION" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "GREETING RECORDS READ" TO WS-COUNT-LABEL
           MOVE WS-GREETIN-READ TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETINGS SENT IN MONTH" TO WS-COUNT-LABEL
           MOVE WS-MONTH-SENT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "USAGE RECORDS READ" TO WS-COUNT-LABEL
           MOVE WS-CCUSAGE-READ TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DATES WITH A USABLE OUTCOME" TO WS-COUNT-LABEL
           MOVE WS-OUTCOME-DAYS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DATES WITH AN INCOMPLETE OUTCOME SET"
               TO WS-COUNT-LABEL
           MOVE WS-INCOMPLETE-DAYS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DATES SENT WITHOUT A USABLE OUTCOME" TO WS-COUNT-LABEL
           MOVE WS-NO-OUTCOME-DAYS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES NOT ON MASTER" TO WS-COUNT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES CHARGED" TO WS-COUNT-LABEL
           MOVE WS-CHARGED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GREETINGS CHARGED (DELIVERED)" TO WS-COUNT-LABEL
           MOVE WS-GRAND-DELIVERED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "JOURNAL LINES WRITTEN" TO WS-COUNT-LABEL
           MOVE WS-JOURNAL-LINES TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "JOURNAL DEBIT TOTAL" TO WS-AMOUNT-LABEL
           MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-VALUE
           PERFORM PRINT-AMOUNT-LINE
           MOVE "JOURNAL CREDIT TOTAL" TO WS-AMOUNT-LABEL
           MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-VALUE
           PERFORM PRINT-AMOUNT-LINE.

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "GREETCHG: OPEN ALERTOUT FAILED, STATUS="
                   WS-ALERTOUT-STATUS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FINAL-RC
               WHEN 4
                   MOVE "I" TO ALERT-SEVERITY
               WHEN 8
                   MOVE "W" TO ALERT-SEVERITY
               WHEN 12
                   MOVE "E" TO ALERT-SEVERITY
               WHEN OTHER
                   MOVE "S" TO ALERT-SEVERITY
           END-EVALUATE
           MOVE WS-FINAL-RC TO ALERT-RETURN-CODE
           MOVE WS-RUN-TIMESTAMP(1:14) TO ALERT-RUN-ID
           MOVE WS-RUN-TIMESTAMP TO ALERT-TIMESTAMP
           MOVE WS-ALERT-CONDITION TO ALERT-CONDITION
           MOVE WS-ALERT-FILE-STATUS TO ALERT-FILE-STATUS
           MOVE WS-ALERT-MESSAGE-CODE TO ALERT-MESSAGE-CODE
           WRITE ALERTOUT-RECORD
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "GREETCHG: WRITE ALERTOUT FAILED, STATUS="
                   WS-ALERTOUT-STATUS
           END-IF
           CLOSE ALERTOUT-FILE.

       LOOKUP-MESSAGE-CODE.
           MOVE WS-MSGCAT-DEFAULT-CODE TO WS-ALERT-MESSAGE-CODE
           PERFORM VARYING MSGCAT-IDX FROM 1 BY 1
                   UNTIL MSGCAT-IDX > WS-MSGCAT-ENTRY-COUNT
               IF WS-MSGCAT-CONDITION(MSGCAT-IDX) =
                       WS-ALERT-CONDITION
                   MOVE WS-MSGCAT-CODE(MSGCAT-IDX)
                       TO WS-ALERT-MESSAGE-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HEADER-PAGE
           MOVE WS-REPORT-MONTH TO WS-HEADER-MONTH
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

       PRINT-AMOUNT-LINE.
           IF WS-LINE-COUNT > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-AMOUNT-LINE TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

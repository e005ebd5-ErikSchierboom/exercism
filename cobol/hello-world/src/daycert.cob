      *****************************************************************
      * DAYCERT
      * Day-end stream status certificate. Reads the four control
      * files the morning shift used to check by hand - DAYCTL
      * (DAYREC.cpy, O/B/X/C/R day status), BALCTL (BALREC.cpy, the
      * GREETBAL balanced flag), XMTCTL (XMTREC.cpy, the G/T/A
      * transmission status of the date's current feed) and
      * ALERTSTA (ALSREC.cpy, the ALERTMGR alert status file) - for
      * one business date or a range of dates and prints a single
      * readiness certificate per date. Each stage of the stream is
      * listed as reached (with its timestamp), missing, or not
      * clean, followed by any stage found out of order (extracted
      * but never balanced clean, transmitted with no ack, a stage
      * stamped before the one it follows, and so on) and every
      * open or escalated ALERTSTA item raised while the date was
      * the open processing day (from its DAYCTL open to the next
      * date's open). A date a GREETBKO backout reopened (R) is
      * certified on what happened after the reopen only: stages
      * stamped before it no longer count. A feed still at G or T
      * past the SYSIN cutoff time is flagged stuck and raises a
      * FEED STUCK AT G/T alert on ALERTOUT (ALERTREC.cpy/
      * MSGCAT.cpy). SYSIN columns 1-8
      * carry the from date (default the CALENDAR business date),
      * columns 10-17 the to date (default the from date) and
      * columns 19-22 the HHMM cutoff (default 0600). Missing
      * control files are reported as stages not reached. RC=0
      * every date ready, RC=4 ready with open or escalated alerts
      * listed, RC=8 a date not ready or a feed stuck (the
      * scheduler holds the next DAYOPEN), RC=12 file or table
      * failure, RC=16 no valid date to certify.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
           SELECT BALCTL-FILE ASSIGN TO BALCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALCTL-STATUS.
           SELECT XMTCTL-FILE ASSIGN TO XMTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMTCTL-STATUS.
           SELECT ALERTSTA-FILE ASSIGN TO ALERTSTA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTSTA-STATUS.
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
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  DAYCTL-FILE
           RECORDING MODE IS F.
           COPY DAYREC.
       FD  BALCTL-FILE
           RECORDING MODE IS F.
           COPY BALREC.
       FD  XMTCTL-FILE
           RECORDING MODE IS F.
           COPY XMTREC.
       FD  ALERTSTA-FILE
           RECORDING MODE IS F.
           COPY ALSREC.
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
           COPY MSGCAT.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-DAYCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-BALCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-XMTCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-ALERTSTA-STATUS           PIC XX VALUE SPACES.
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-HOLIDAY-FLAG              PIC X VALUE "N".
           88 NON-PROCESSING-DAY       VALUE "Y".
       01 WS-CALENDAR-OK-FLAG          PIC X VALUE "N".
           88 CALENDAR-WAS-READ        VALUE "Y".
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-ALERT-CONDITION           PIC X(20) VALUE SPACES.
       01 WS-ALERT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-MESSAGE-CODE        PIC X(8) VALUE SPACES.
      * Certificate range and feed cutoff from the SYSIN card.
       01 WS-FROM-DATE                 PIC X(8) VALUE SPACES.
       01 WS-TO-DATE                   PIC X(8) VALUE SPACES.
       01 WS-CUTOFF-TIME               PIC X(4) VALUE "0600".
       01 WS-RANGE-OK-FLAG             PIC X VALUE "N".
           88 DATE-RANGE-IS-VALID      VALUE "Y".
       01 WS-FROM-INTEGER              PIC 9(8) VALUE 0.
       01 WS-TO-INTEGER                PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER               PIC 9(8) VALUE 0.
       01 WS-DATE-NUMERIC              PIC 9(8) VALUE 0.
       01 WS-SCAN-DATE                 PIC X(8) VALUE SPACES.
      * One entry per business date in the range with anything on
      * the control files. Stage timestamps are held by stage
      * number (see WS-STAGE-NAMES); the feed stages 5-7 belong to
      * the date's current (highest sequence) feed, so a RESEND
      * replacement starts them afresh.
       01 WS-CERT-TABLE.
           05 WS-CERT-MAX              PIC 9(4) VALUE 400.
           05 WS-CERT-COUNT            PIC 9(4) VALUE 0.
           05 WS-CERT-ENTRY OCCURS 400 TIMES INDEXED BY CERT-IDX
                                                        LATER-IDX.
               10 WS-CERT-DATE         PIC X(8).
               10 WS-CERT-DAY-STATUS   PIC X.
               10 WS-CERT-BAL-FLAG     PIC X.
               10 WS-CERT-FEED-SEQ     PIC 9(6).
               10 WS-CERT-FEED-REPLACE PIC X.
               10 WS-CERT-FEED-COUNT   PIC 9(3).
               10 WS-CERT-REOPEN-TS    PIC X(21).
               10 WS-CERT-STAGE-TS     PIC X(21) OCCURS 8 TIMES.
       01 WS-CERT-FOUND-FLAG           PIC X VALUE "N".
           88 CERT-DATE-FOUND          VALUE "Y".
       01 WS-NEW-CERT-DATE             PIC X(8) VALUE SPACES.
       01 WS-STAGE-NAMES.
           05 FILLER                   PIC X(24) VALUE "DAY OPENED".
           05 FILLER                   PIC X(24) VALUE
               "BALANCE CONTROL".
           05 FILLER                   PIC X(24) VALUE "DAY BALANCED".
           05 FILLER                   PIC X(24) VALUE
               "DAY EXTRACTED".
           05 FILLER                   PIC X(24) VALUE
               "FEED GENERATED".
           05 FILLER                   PIC X(24) VALUE
               "FEED TRANSMITTED".
           05 FILLER                   PIC X(24) VALUE
               "FEED ACKNOWLEDGED".
           05 FILLER                   PIC X(24) VALUE "DAY CLOSED".
       01 WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME            PIC X(24) OCCURS 8 TIMES.
       01 WS-STAGE-SUB                 PIC 9 VALUE 0.
       01 WS-PREV-SUB                  PIC 9 VALUE 0.
       01 WS-STAGE-STATE               PIC X(12) VALUE SPACES.
      * Per-date certification work areas.
       01 WS-DATE-READY-FLAG           PIC X VALUE "N".
           88 DATE-IS-READY            VALUE "Y".
       01 WS-FEED-STUCK-FLAG           PIC X VALUE "N".
           88 FEED-IS-STUCK            VALUE "Y".
       01 WS-FEED-BASE-TS              PIC X(21) VALUE SPACES.
       01 WS-DEADLINE                  PIC X(12) VALUE SPACES.
       01 WS-DEADLINE-DATE             PIC 9(8) VALUE 0.
       01 WS-FINDING-TEXT              PIC X(60) VALUE SPACES.
       01 WS-DATE-ALERT-COUNT          PIC 9(5) VALUE 0.
      * The earliest open of any date after the range bounds the
      * alert window of the last date certified.
       01 WS-BEYOND-OPEN-TS            PIC X(21) VALUE HIGH-VALUES.
       01 WS-WINDOW-START              PIC X(21) VALUE SPACES.
       01 WS-WINDOW-END                PIC X(21) VALUE SPACES.
      * Open or escalated ALERTSTA items, matched to dates by their
      * first/last occurrence against each date's open window.
       01 WS-ALERT-TABLE.
           05 WS-ALERT-MAX             PIC 9(3) VALUE 500.
           05 WS-ALERT-COUNT           PIC 9(3) VALUE 0.
           05 WS-ALERT-ENTRY OCCURS 500 TIMES INDEXED BY ALT-IDX.
               10 WS-ALT-CONDITION     PIC X(20).
               10 WS-ALT-MESSAGE-CODE  PIC X(8).
               10 WS-ALT-SEVERITY      PIC X.
               10 WS-ALT-STATUS        PIC X.
               10 WS-ALT-OCCURRENCES   PIC 9(7).
               10 WS-ALT-ESCALATIONS   PIC 9(3).
               10 WS-ALT-FIRST-TS      PIC X(21).
               10 WS-ALT-LAST-TS       PIC X(21).
       01 WS-DATES-CERTIFIED           PIC 9(5) VALUE 0.
       01 WS-DATES-READY               PIC 9(5) VALUE 0.
       01 WS-DATES-NOT-READY           PIC 9(5) VALUE 0.
       01 WS-STUCK-COUNT               PIC 9(5) VALUE 0.
       01 WS-ALERTS-LISTED             PIC 9(5) VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "DAYCERT".
           05 FILLER                   PIC X(40) VALUE
               "DAY-END STREAM STATUS CERTIFICATE".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(11) VALUE "DATES FROM".
           05 WS-HEADER-FROM-DATE      PIC X(8).
           05 FILLER                   PIC X(4) VALUE " TO".
           05 WS-HEADER-TO-DATE        PIC X(8).
           05 FILLER                   PIC X(12) VALUE "   CUTOFF".
           05 WS-HEADER-CUTOFF         PIC X(4).
           05 FILLER                   PIC X(9) VALUE "   RUN".
           05 WS-HEADER-RUN-TS         PIC X(21).
           05 FILLER                   PIC X(55) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-STAGE-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE "STAGE".
           05 FILLER                   PIC X(12) VALUE "STATE".
           05 FILLER                   PIC X(23) VALUE "TIMESTAMP".
           05 FILLER                   PIC X(68) VALUE "DETAIL".
       01 WS-STAGE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-STG-NAME              PIC X(24).
           05 WS-STG-STATE             PIC X(12).
           05 WS-STG-TIMESTAMP         PIC X(21).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-STG-DETAIL            PIC X(40).
           05 FILLER                   PIC X(28) VALUE SPACES.
       01 WS-FEED-DETAIL.
           05 FILLER                   PIC X(9) VALUE "SEQUENCE".
           05 WS-FDT-SEQUENCE          PIC 9(6).
           05 FILLER                   PIC X(8) VALUE "  FEEDS".
           05 WS-FDT-COUNT             PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FDT-RESEND            PIC X(6).
           05 FILLER                   PIC X(6) VALUE SPACES.
       01 WS-FINDING-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(4) VALUE "*** ".
           05 WS-FND-TEXT              PIC X(60).
           05 FILLER                   PIC X(63) VALUE SPACES.
       01 WS-ALERT-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(22) VALUE
               "ALERT CONDITION".
           05 FILLER                   PIC X(10) VALUE "CODE".
           05 FILLER                   PIC X(4) VALUE "SEV".
           05 FILLER                   PIC X(7) VALUE "STATE".
           05 FILLER                   PIC X(5) VALUE "ESC".
           05 FILLER                   PIC X(11) VALUE "     COUNT".
           05 FILLER                   PIC X(23) VALUE "FIRST RAISED".
           05 FILLER                   PIC X(45) VALUE "LAST RAISED".
       01 WS-ALERT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-ALN-CONDITION         PIC X(20).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-MESSAGE-CODE      PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-SEVERITY          PIC X.
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-ALN-STATE             PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-ESCALATIONS       PIC ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-OCCURRENCES       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-FIRST-TS          PIC X(21).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ALN-LAST-TS           PIC X(21).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01 WS-RESULT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE "CERTIFICATE".
           05 WS-RSL-DATE              PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RSL-RESULT            PIC X(40).
           05 FILLER                   PIC X(64) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       DAY-CERTIFICATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-CALENDAR
           PERFORM READ-PARAMETER-CARD
           IF NOT DATE-RANGE-IS-VALID
               DISPLAY "DAYCERT: NO VALID DATE TO CERTIFY, FROM="
                   WS-FROM-DATE " TO=" WS-TO-DATE
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-DAY-CONTROL
           PERFORM LOAD-BALANCE-CONTROL
           PERFORM LOAD-TRANSMISSION-CONTROL
           PERFORM LOAD-ALERT-STATUS
           PERFORM CLEAR-PRE-REOPEN-STAGES VARYING CERT-IDX FROM 1 BY 1
               UNTIL CERT-IDX > WS-CERT-COUNT
           IF WS-FROM-DATE = WS-TO-DATE AND WS-FINAL-RC < 12
               MOVE WS-FROM-DATE TO WS-NEW-CERT-DATE
               PERFORM ADD-CERT-DATE
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM OPEN-RPTFILE
           END-IF
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
               COMPUTE WS-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE WS-DATE-NUMERIC TO WS-SCAN-DATE
               MOVE WS-SCAN-DATE TO WS-NEW-CERT-DATE
               PERFORM FIND-CERT-DATE
               IF CERT-DATE-FOUND
                   PERFORM CERTIFY-DATE
               END-IF
           END-PERFORM
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           IF WS-DATES-NOT-READY > 0 OR WS-STUCK-COUNT > 0
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-ALERTS-LISTED > 0
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           IF WS-STUCK-COUNT > 0
               MOVE "FEED STUCK AT G/T" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
           END-IF
           DISPLAY "DAYCERT: DATES=" WS-DATES-CERTIFIED
               " READY=" WS-DATES-READY
               " NOT READY=" WS-DATES-NOT-READY
               " STUCK=" WS-STUCK-COUNT
               " ALERTS=" WS-ALERTS-LISTED
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "DAYCERT: OPEN CALENDAR FAILED, STATUS="
                       WS-CALENDAR-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ CALENDAR-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE CAL-HOLIDAY-FLAG TO WS-HOLIDAY-FLAG
                       SET CALENDAR-WAS-READ TO TRUE
                   END-IF
           END-READ
           CLOSE CALENDAR-FILE.

      * SYSIN columns 1-8 from date, 10-17 to date, 19-22 HHMM
      * cutoff. A missing or blank from date certifies the
      * CALENDAR business date; a blank to date certifies the from
      * date alone; a blank or non-numeric cutoff keeps 0600.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "DAYCERT: OPEN SYSIN FAILED, STATUS="
                       WS-SYSIN-STATUS
               END-IF
               SET SYSIN-AT-EOF TO TRUE
           ELSE
               READ SYSIN-FILE
                   AT END
                       SET SYSIN-AT-EOF TO TRUE
               END-READ
               CLOSE SYSIN-FILE
           END-IF
           IF NOT SYSIN-AT-EOF
               MOVE SYSIN-RECORD(1:8) TO WS-FROM-DATE
               MOVE SYSIN-RECORD(10:8) TO WS-TO-DATE
               IF SYSIN-RECORD(19:4) IS NUMERIC
                   IF SYSIN-RECORD(19:2) < "24" AND
                           SYSIN-RECORD(21:2) < "60"
                       MOVE SYSIN-RECORD(19:4) TO WS-CUTOFF-TIME
                   END-IF
               END-IF
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE IS NOT NUMERIC OR
                   WS-TO-DATE IS NOT NUMERIC OR
                   WS-TO-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-FROM-DATE)) NOT = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-TO-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FROM-DATE))
           COMPUTE WS-TO-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TO-DATE))
           SET DATE-RANGE-IS-VALID TO TRUE.

      * The last status record per event is kept, so a date
      * reopened and re-run shows its latest pass. Opens of dates
      * after the range are kept only to close the last date's
      * alert window.
       LOAD-DAY-CONTROL.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "05" OR WS-DAYCTL-STATUS = "35"
               DISPLAY "DAYCERT: NO DAYCTL, DAY STAGES NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN DAYCTL FAILED, STATUS="
                   WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ DAYCTL-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM POST-DAY-CONTROL
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE.

       POST-DAY-CONTROL.
           IF DAYCTL-BUS-DATE > WS-TO-DATE
               IF DAYCTL-STATUS = "O" AND
                       DAYCTL-TIMESTAMP < WS-BEYOND-OPEN-TS
                   MOVE DAYCTL-TIMESTAMP TO WS-BEYOND-OPEN-TS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF DAYCTL-BUS-DATE < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE DAYCTL-BUS-DATE TO WS-NEW-CERT-DATE
           PERFORM ADD-CERT-DATE
           IF NOT CERT-DATE-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE DAYCTL-STATUS TO WS-CERT-DAY-STATUS(CERT-IDX)
           EVALUATE DAYCTL-STATUS
               WHEN "O"
                   MOVE DAYCTL-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 1)
               WHEN "B"
                   MOVE DAYCTL-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 3)
               WHEN "X"
                   MOVE DAYCTL-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 4)
               WHEN "C"
                   MOVE DAYCTL-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 8)
               WHEN "R"
                   MOVE DAYCTL-TIMESTAMP TO
                       WS-CERT-REOPEN-TS(CERT-IDX)
                   MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 3)
                   MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 4)
                   MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 8)
           END-EVALUATE.

      * A backout reopen voids the balance and feed stages stamped
      * before it; the date must be rebalanced and, if it was
      * extracted, re-sent. The day stages were cleared as the R
      * record was read.
       CLEAR-PRE-REOPEN-STAGES.
           IF WS-CERT-REOPEN-TS(CERT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STAGE-SUB FROM 2 BY 1
                   UNTIL WS-STAGE-SUB > 7
               IF WS-STAGE-SUB NOT = 3 AND WS-STAGE-SUB NOT = 4 AND
                       WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB) <
                       WS-CERT-REOPEN-TS(CERT-IDX)
                   MOVE SPACES TO
                       WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB)
               END-IF
           END-PERFORM
           IF WS-CERT-STAGE-TS(CERT-IDX, 2) = SPACES
               MOVE SPACE TO WS-CERT-BAL-FLAG(CERT-IDX)
           END-IF.

      * The last BALCTL record for a date is its balance result.
       LOAD-BALANCE-CONTROL.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT BALCTL-FILE
           IF WS-BALCTL-STATUS = "05" OR WS-BALCTL-STATUS = "35"
               DISPLAY "DAYCERT: NO BALCTL, BALANCE NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           IF WS-BALCTL-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN BALCTL FAILED, STATUS="
                   WS-BALCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ BALCTL-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BALCTL-BUS-DATE NOT < WS-FROM-DATE AND
                               BALCTL-BUS-DATE NOT > WS-TO-DATE
                           MOVE BALCTL-BUS-DATE TO WS-NEW-CERT-DATE
                           PERFORM ADD-CERT-DATE
                           IF CERT-DATE-FOUND
                               MOVE BALCTL-RUN-TIMESTAMP TO
                                   WS-CERT-STAGE-TS(CERT-IDX, 2)
                               MOVE BALCTL-BALANCED-FLAG TO
                                   WS-CERT-BAL-FLAG(CERT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALCTL-FILE.

      * The date's current feed is its highest sequence number; a
      * higher sequence (a RESEND replacement) restarts the feed
      * stages. Every G record counts as a feed cut for the date.
       LOAD-TRANSMISSION-CONTROL.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT XMTCTL-FILE
           IF WS-XMTCTL-STATUS = "05" OR WS-XMTCTL-STATUS = "35"
               DISPLAY "DAYCERT: NO XMTCTL, FEEDS NOT RECORDED"
               EXIT PARAGRAPH
           END-IF
           IF WS-XMTCTL-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN XMTCTL FAILED, STATUS="
                   WS-XMTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ XMTCTL-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF XMTCTL-BUS-DATE NOT < WS-FROM-DATE AND
                               XMTCTL-BUS-DATE NOT > WS-TO-DATE
                           PERFORM POST-TRANSMISSION-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XMTCTL-FILE.

       POST-TRANSMISSION-CONTROL.
           MOVE XMTCTL-BUS-DATE TO WS-NEW-CERT-DATE
           PERFORM ADD-CERT-DATE
           IF NOT CERT-DATE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF XMTCTL-STATUS = "G"
               ADD 1 TO WS-CERT-FEED-COUNT(CERT-IDX)
           END-IF
           IF XMTCTL-FEED-SEQUENCE < WS-CERT-FEED-SEQ(CERT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF XMTCTL-FEED-SEQUENCE > WS-CERT-FEED-SEQ(CERT-IDX)
               MOVE XMTCTL-FEED-SEQUENCE TO WS-CERT-FEED-SEQ(CERT-IDX)
               MOVE SPACES TO WS-CERT-FEED-REPLACE(CERT-IDX)
               MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 5)
               MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 6)
               MOVE SPACES TO WS-CERT-STAGE-TS(CERT-IDX, 7)
           END-IF
           EVALUATE XMTCTL-STATUS
               WHEN "G"
                   MOVE XMTCTL-CREATE-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 5)
                   MOVE XMTCTL-REPLACE-FLAG TO
                       WS-CERT-FEED-REPLACE(CERT-IDX)
               WHEN "T"
                   MOVE XMTCTL-CREATE-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 6)
               WHEN "A"
                   MOVE XMTCTL-CREATE-TIMESTAMP TO
                       WS-CERT-STAGE-TS(CERT-IDX, 7)
           END-EVALUATE.

      * Only items still open, or escalated at some point, are of
      * interest to the certificate.
       LOAD-ALERT-STATUS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ALERTSTA-FILE
           IF WS-ALERTSTA-STATUS = "05" OR WS-ALERTSTA-STATUS = "35"
               DISPLAY "DAYCERT: NO ALERTSTA, NO ALERTS LISTED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERTSTA-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN ALERTSTA FAILED, STATUS="
                   WS-ALERTSTA-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ ALERTSTA-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF ALS-STATUS = "O" OR
                               ALS-ESCALATION-COUNT > 0
                           PERFORM ADD-ALERT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERTSTA-FILE.

       ADD-ALERT-ITEM.
           IF WS-ALERT-COUNT >= WS-ALERT-MAX
               DISPLAY "DAYCERT: ALERT TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           SET ALT-IDX TO WS-ALERT-COUNT
           MOVE ALS-CONDITION TO WS-ALT-CONDITION(ALT-IDX)
           MOVE ALS-MESSAGE-CODE TO WS-ALT-MESSAGE-CODE(ALT-IDX)
           MOVE ALS-SEVERITY TO WS-ALT-SEVERITY(ALT-IDX)
           MOVE ALS-STATUS TO WS-ALT-STATUS(ALT-IDX)
           MOVE ALS-OCCURRENCE-COUNT TO WS-ALT-OCCURRENCES(ALT-IDX)
           MOVE ALS-ESCALATION-COUNT TO WS-ALT-ESCALATIONS(ALT-IDX)
           MOVE ALS-FIRST-TIMESTAMP TO WS-ALT-FIRST-TS(ALT-IDX)
           MOVE ALS-LAST-TIMESTAMP TO WS-ALT-LAST-TS(ALT-IDX).

       FIND-CERT-DATE.
           MOVE "N" TO WS-CERT-FOUND-FLAG
           PERFORM VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-DATE(CERT-IDX) = WS-NEW-CERT-DATE
                   SET CERT-DATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * Find the date's entry, adding it if new; CERT-IDX is left
      * on the entry. A full table ends the loads RC=12.
       ADD-CERT-DATE.
           PERFORM FIND-CERT-DATE
           IF CERT-DATE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CERT-COUNT >= WS-CERT-MAX
               DISPLAY "DAYCERT: DATE TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CERT-COUNT
           SET CERT-IDX TO WS-CERT-COUNT
           INITIALIZE WS-CERT-ENTRY(CERT-IDX)
           MOVE WS-NEW-CERT-DATE TO WS-CERT-DATE(CERT-IDX)
           SET CERT-DATE-FOUND TO TRUE.

      * One certificate per date: the stages, the findings, the
      * alerts raised while the date was open, and the verdict. A
      * date is ready only when every stage is reached clean and
      * in order and its feed is acknowledged.
       CERTIFY-DATE.
           ADD 1 TO WS-DATES-CERTIFIED
           SET DATE-IS-READY TO TRUE
           MOVE SPACES TO WS-TITLE-TEXT
           STRING "BUSINESS DATE " DELIMITED BY SIZE
               WS-CERT-DATE(CERT-IDX) DELIMITED BY SIZE
               "   DAY STATUS " DELIMITED BY SIZE
               WS-CERT-DAY-STATUS(CERT-IDX) DELIMITED BY SIZE
               INTO WS-TITLE-TEXT
           END-STRING
           PERFORM PRINT-TITLE-LINE
           IF WS-CERT-DATE(CERT-IDX) = WS-BUSINESS-DATE AND
                   NON-PROCESSING-DAY AND
                   WS-CERT-STAGE-TS(CERT-IDX, 1) = SPACES
               MOVE "NON-PROCESSING DAY, NO STREAM EXPECTED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
               MOVE "READY - NON-PROCESSING DAY" TO WS-RSL-RESULT
               PERFORM PRINT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-CERT-REOPEN-TS(CERT-IDX) NOT = SPACES
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "     DAY REOPENED BY BACKOUT AT "
                   DELIMITED BY SIZE
                   WS-CERT-REOPEN-TS(CERT-IDX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF
           PERFORM CHECK-FEED-STUCK
           MOVE WS-STAGE-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM PRINT-STAGE-LINE VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 8
           PERFORM CHECK-STAGE-FINDINGS
           PERFORM CHECK-STAGE-ORDER
           PERFORM PRINT-DATE-ALERTS
           IF DATE-IS-READY
               MOVE "READY - STREAM COMPLETE" TO WS-RSL-RESULT
           ELSE
               MOVE "NOT READY - HOLD NEXT DAY OPEN" TO WS-RSL-RESULT
           END-IF
           PERFORM PRINT-RESULT.

       PRINT-RESULT.
           MOVE WS-CERT-DATE(CERT-IDX) TO WS-RSL-DATE
           MOVE WS-RESULT-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           IF DATE-IS-READY
               ADD 1 TO WS-DATES-READY
           ELSE
               ADD 1 TO WS-DATES-NOT-READY
           END-IF.

      * A feed still at G or T is stuck once the clock passes the
      * cutoff following its generation: the cutoff on the day it
      * was cut if it was cut before the cutoff, otherwise the
      * cutoff the next morning.
       CHECK-FEED-STUCK.
           MOVE "N" TO WS-FEED-STUCK-FLAG
           IF WS-CERT-STAGE-TS(CERT-IDX, 7) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CERT-STAGE-TS(CERT-IDX, 5) TO WS-FEED-BASE-TS
           IF WS-FEED-BASE-TS = SPACES
               MOVE WS-CERT-STAGE-TS(CERT-IDX, 6) TO WS-FEED-BASE-TS
           END-IF
           IF WS-FEED-BASE-TS(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-FEED-BASE-TS(9:4) < WS-CUTOFF-TIME
               MOVE WS-FEED-BASE-TS(1:8) TO WS-DEADLINE(1:8)
           ELSE
               COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FEED-BASE-TS(1:8))) + 1)
               MOVE WS-DEADLINE-DATE TO WS-DEADLINE(1:8)
           END-IF
           MOVE WS-CUTOFF-TIME TO WS-DEADLINE(9:4)
           IF WS-RUN-TIMESTAMP(1:12) > WS-DEADLINE
               SET FEED-IS-STUCK TO TRUE
               ADD 1 TO WS-STUCK-COUNT
           END-IF.

       PRINT-STAGE-LINE.
           MOVE WS-STAGE-NAME(WS-STAGE-SUB) TO WS-STG-NAME
           MOVE WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB)
               TO WS-STG-TIMESTAMP
           MOVE SPACES TO WS-STG-DETAIL
           IF WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB) = SPACES
               MOVE "MISSING" TO WS-STG-STATE
               MOVE "N" TO WS-DATE-READY-FLAG
           ELSE
               MOVE "REACHED" TO WS-STG-STATE
           END-IF
           EVALUATE WS-STAGE-SUB
               WHEN 2
                   IF WS-CERT-STAGE-TS(CERT-IDX, 2) NOT = SPACES
                       IF WS-CERT-BAL-FLAG(CERT-IDX) = "Y"
                           MOVE "CLEAN" TO WS-STG-STATE
                       ELSE
                           MOVE "NOT CLEAN" TO WS-STG-STATE
                           MOVE "N" TO WS-DATE-READY-FLAG
                       END-IF
                   END-IF
               WHEN 5
                   IF WS-CERT-FEED-SEQ(CERT-IDX) > 0
                       MOVE WS-CERT-FEED-SEQ(CERT-IDX)
                           TO WS-FDT-SEQUENCE
                       MOVE WS-CERT-FEED-COUNT(CERT-IDX)
                           TO WS-FDT-COUNT
                       MOVE SPACES TO WS-FDT-RESEND
                       IF WS-CERT-FEED-REPLACE(CERT-IDX) = "Y"
                           MOVE "RESEND" TO WS-FDT-RESEND
                       END-IF
                       MOVE WS-FEED-DETAIL TO WS-STG-DETAIL
                   END-IF
                   IF FEED-IS-STUCK AND
                           WS-CERT-STAGE-TS(CERT-IDX, 6) = SPACES
                       MOVE "STUCK" TO WS-STG-STATE
                   END-IF
               WHEN 6
                   IF FEED-IS-STUCK AND
                           WS-CERT-STAGE-TS(CERT-IDX, 6) NOT = SPACES
                       MOVE "STUCK" TO WS-STG-STATE
                   END-IF
           END-EVALUATE
           MOVE WS-STAGE-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * The stage combinations that mean the stream stopped or ran
      * out of sequence, over and above any stage simply missing.
       CHECK-STAGE-FINDINGS.
           IF WS-CERT-STAGE-TS(CERT-IDX, 1) = SPACES
               MOVE "DAY NEVER OPENED" TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 4) NOT = SPACES AND
                   (WS-CERT-STAGE-TS(CERT-IDX, 3) = SPACES OR
                    WS-CERT-BAL-FLAG(CERT-IDX) NOT = "Y")
               MOVE "EXTRACTED BUT NEVER BALANCED CLEAN"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 3) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 2) NOT = SPACES AND
                   WS-CERT-BAL-FLAG(CERT-IDX) NOT = "Y"
               MOVE "BALANCED BUT LATEST BALANCE CONTROL NOT CLEAN"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 4) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 5) = SPACES
               MOVE "EXTRACTED WITH NO FEED GENERATED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 5) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 4) = SPACES
               MOVE "FEED GENERATED BUT DAY NEVER EXTRACTED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 5) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 6) = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 7) = SPACES
               IF FEED-IS-STUCK
                   MOVE "FEED STUCK AT G PAST CUTOFF"
                       TO WS-FINDING-TEXT
               ELSE
                   MOVE "GENERATED BUT NOT YET TRANSMITTED"
                       TO WS-FINDING-TEXT
               END-IF
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 6) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 7) = SPACES
               IF FEED-IS-STUCK
                   MOVE "FEED STUCK AT T PAST CUTOFF"
                       TO WS-FINDING-TEXT
               ELSE
                   MOVE "TRANSMITTED WITH NO ACK" TO WS-FINDING-TEXT
               END-IF
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 7) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 6) = SPACES
               MOVE "ACKNOWLEDGED WITH NO TRANSMISSION RECORDED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 7) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 8) = SPACES
               MOVE "ACKNOWLEDGED BUT DAY NOT CLOSED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF
           IF WS-CERT-STAGE-TS(CERT-IDX, 8) NOT = SPACES AND
                   WS-CERT-STAGE-TS(CERT-IDX, 7) = SPACES
               MOVE "DAY CLOSED WITH CURRENT FEED NOT ACKNOWLEDGED"
                   TO WS-FINDING-TEXT
               PERFORM PRINT-FINDING
           END-IF.

      * Every stage reached must be stamped no earlier than the
      * reached stage before it. Stages written by the same run
      * share its timestamp, so equal stamps are in order.
       CHECK-STAGE-ORDER.
           MOVE 0 TO WS-PREV-SUB
           PERFORM VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > 8
               IF WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB)
                       NOT = SPACES
                   IF WS-PREV-SUB > 0
                       IF WS-CERT-STAGE-TS(CERT-IDX, WS-STAGE-SUB) <
                               WS-CERT-STAGE-TS(CERT-IDX, WS-PREV-SUB)
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING
                               WS-STAGE-NAME(WS-STAGE-SUB)
                                   DELIMITED BY "  "
                               " STAMPED BEFORE " DELIMITED BY SIZE
                               WS-STAGE-NAME(WS-PREV-SUB)
                                   DELIMITED BY "  "
                               INTO WS-FINDING-TEXT
                           END-STRING
                           PERFORM PRINT-FINDING
                       END-IF
                   END-IF
                   MOVE WS-STAGE-SUB TO WS-PREV-SUB
               END-IF
           END-PERFORM.

       PRINT-FINDING.
           MOVE "N" TO WS-DATE-READY-FLAG
           MOVE WS-FINDING-TEXT TO WS-FND-TEXT
           MOVE WS-FINDING-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * ALERTSTA carries no business date, so an item belongs to
      * every date it was raised within: from the date's DAYCTL
      * open (its first moment if never opened) to the next open
      * of a later date.
       PRINT-DATE-ALERTS.
           MOVE WS-CERT-STAGE-TS(CERT-IDX, 1) TO WS-WINDOW-START
           IF WS-WINDOW-START = SPACES
               MOVE ALL "0" TO WS-WINDOW-START
               MOVE WS-CERT-DATE(CERT-IDX) TO WS-WINDOW-START(1:8)
           END-IF
           MOVE WS-BEYOND-OPEN-TS TO WS-WINDOW-END
           PERFORM VARYING LATER-IDX FROM 1 BY 1
                   UNTIL LATER-IDX > WS-CERT-COUNT
               IF WS-CERT-DATE(LATER-IDX) > WS-CERT-DATE(CERT-IDX)
                   AND WS-CERT-STAGE-TS(LATER-IDX, 1) NOT = SPACES
                   AND WS-CERT-STAGE-TS(LATER-IDX, 1) < WS-WINDOW-END
                   MOVE WS-CERT-STAGE-TS(LATER-IDX, 1)
                       TO WS-WINDOW-END
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DATE-ALERT-COUNT
           MOVE WS-ALERT-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING ALT-IDX FROM 1 BY 1
                   UNTIL ALT-IDX > WS-ALERT-COUNT
               IF WS-ALT-FIRST-TS(ALT-IDX) < WS-WINDOW-END AND
                       WS-ALT-LAST-TS(ALT-IDX) NOT < WS-WINDOW-START
                   PERFORM PRINT-ALERT-LINE
               END-IF
           END-PERFORM
           IF WS-DATE-ALERT-COUNT = 0
               MOVE "NO OPEN OR ESCALATED ALERTS" TO WS-FINDING-TEXT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-FINDING-TEXT TO WS-DETAIL-LINE(6:60)
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-ALERT-LINE.
           ADD 1 TO WS-DATE-ALERT-COUNT
           ADD 1 TO WS-ALERTS-LISTED
           MOVE WS-ALT-CONDITION(ALT-IDX) TO WS-ALN-CONDITION
           MOVE WS-ALT-MESSAGE-CODE(ALT-IDX) TO WS-ALN-MESSAGE-CODE
           MOVE WS-ALT-SEVERITY(ALT-IDX) TO WS-ALN-SEVERITY
           IF WS-ALT-STATUS(ALT-IDX) = "O"
               MOVE "OPEN" TO WS-ALN-STATE
           ELSE
               MOVE "ACKED" TO WS-ALN-STATE
           END-IF
           MOVE WS-ALT-ESCALATIONS(ALT-IDX) TO WS-ALN-ESCALATIONS
           MOVE WS-ALT-OCCURRENCES(ALT-IDX) TO WS-ALN-OCCURRENCES
           MOVE WS-ALT-FIRST-TS(ALT-IDX) TO WS-ALN-FIRST-TS
           MOVE WS-ALT-LAST-TS(ALT-IDX) TO WS-ALN-LAST-TS
           MOVE WS-ALERT-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "CERTIFICATE TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "DATES CERTIFIED" TO WS-COUNT-LABEL
           MOVE WS-DATES-CERTIFIED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DATES READY" TO WS-COUNT-LABEL
           MOVE WS-DATES-READY TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DATES NOT READY" TO WS-COUNT-LABEL
           MOVE WS-DATES-NOT-READY TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "FEEDS STUCK PAST CUTOFF" TO WS-COUNT-LABEL
           MOVE WS-STUCK-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "OPEN OR ESCALATED ALERTS LISTED" TO WS-COUNT-LABEL
           MOVE WS-ALERTS-LISTED TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "DAYCERT: OPEN ALERTOUT FAILED, STATUS="
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
               DISPLAY "DAYCERT: WRITE ALERTOUT FAILED, STATUS="
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
           MOVE WS-FROM-DATE TO WS-HEADER-FROM-DATE
           MOVE WS-TO-DATE TO WS-HEADER-TO-DATE
           MOVE WS-CUTOFF-TIME TO WS-HEADER-CUTOFF
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

      *****************************************************************
      * GREETAGE
      * Exception aging and SLA breach report over the open items
      * on the live GREETEXC file (EXCREC.cpy). GREETHKP keeps
      * status O items on the live file until GREETFIX recycles
      * them, so this is where the backlog is chased. Every open
      * item is aged in business days - the processing days after
      * its GREETEXC-BUS-DATE up to and including the CALENDAR
      * business date - counted against the processing days the
      * stream has actually opened on DAYCTL (DAYREC.cpy), not the
      * clock, so weekends and holidays do not age an item (with no
      * DAYCTL configured, Monday-Friday are counted instead). Items
      * are bucketed 0-1, 2-5, 6-30 and over 30 business days,
      * listed with whether a correction is already waiting for
      * them on the CORRQUE queue (CORREC.cpy) for the next GREETFIX
      * recycle, and summarized by GREETEXC-REASON. SYSIN columns
      * 1-3 carry the SLA threshold in business days (default 5):
      * open items older than that are flagged as breaches and the
      * run raises an EXCEPTION SLA BREACH alert on ALERTOUT
      * (ALERTREC.cpy/MSGCAT.cpy) for ALERTMGR to escalate. RC=0
      * no breaches, RC=8 SLA breached, RC=12 file or table
      * failure, RC=16 missing calendar.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETEXC-FILE ASSIGN TO GREETEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETEXC-STATUS.
           SELECT CORRQUE-FILE ASSIGN TO CORRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CORRQUE-KEY
               FILE STATUS IS WS-CORRQUE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
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
       FD  GREETEXC-FILE
           RECORDING MODE IS F.
           COPY EXCREC.
       FD  CORRQUE-FILE.
           COPY CORREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  DAYCTL-FILE
           RECORDING MODE IS F.
           COPY DAYREC.
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
       01 WS-GREETEXC-STATUS           PIC XX VALUE SPACES.
       01 WS-CORRQUE-STATUS            PIC XX VALUE SPACES.
       01 WS-CORRQUE-OPEN-FLAG         PIC X VALUE "N".
           88 CORRQUE-IS-OPEN          VALUE "Y".
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-DAYCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-GREETEXC-EOF              PIC X VALUE "N".
           88 GREETEXC-AT-EOF          VALUE "Y".
       01 WS-DAYCTL-EOF                PIC X VALUE "N".
           88 DAYCTL-AT-EOF            VALUE "Y".
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
       01 WS-SLA-DAYS                  PIC 9(3) VALUE 5.
      * Processing days the stream has opened (distinct DAYCTL
      * dates plus today's business date), the yardstick items are
      * aged against. With no DAYCTL the Monday-Friday count is
      * used instead.
       01 WS-DAYCTL-FOUND-FLAG         PIC X VALUE "N".
           88 DAYCTL-WAS-FOUND         VALUE "Y".
       01 WS-DAY-TABLE.
           05 WS-DAY-MAX               PIC 9(4) VALUE 3000.
           05 WS-DAY-COUNT             PIC 9(4) VALUE 0.
           05 WS-DAY-ENTRY OCCURS 3000 TIMES INDEXED BY DAY-IDX.
               10 WS-DAY-DATE          PIC X(8).
       01 WS-DAY-FOUND-FLAG            PIC X VALUE "N".
           88 DAY-ALREADY-LISTED       VALUE "Y".
       01 WS-NEW-DAY-DATE              PIC X(8) VALUE SPACES.
      * The last item date aged, kept so a run of items from the
      * same business date is aged once.
       01 WS-AGED-DATE                 PIC X(8) VALUE SPACES.
       01 WS-ITEM-AGE                  PIC 9(5) VALUE 0.
       01 WS-FROM-INTEGER              PIC 9(8) VALUE 0.
       01 WS-TO-INTEGER                PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER               PIC 9(8) VALUE 0.
       01 WS-WEEKDAY                   PIC 9 VALUE 0.
       01 WS-BUCKET                    PIC 9 VALUE 0.
       01 WS-CORR-QUEUED-FLAG          PIC X VALUE "N".
           88 CORRECTION-QUEUED        VALUE "Y".
      * Open items by reason and age bucket.
       01 WS-REASON-TABLE.
           05 WS-REASON-MAX            PIC 9(3) VALUE 50.
           05 WS-REASON-COUNT          PIC 9(3) VALUE 0.
           05 WS-REASON-ENTRY OCCURS 50 TIMES INDEXED BY RSN-IDX.
               10 WS-RSN-REASON        PIC X(30).
               10 WS-RSN-BUCKET-COUNT  PIC 9(7) OCCURS 4 TIMES.
               10 WS-RSN-TOTAL         PIC 9(7).
               10 WS-RSN-QUEUED        PIC 9(7).
               10 WS-RSN-BREACHED      PIC 9(7).
       01 WS-REASON-FOUND-FLAG         PIC X VALUE "N".
           88 REASON-FOUND             VALUE "Y".
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL          PIC 9(7) OCCURS 4 TIMES.
       01 WS-BUCKET-LABELS.
           05 FILLER                   PIC X(40) VALUE
               "OPEN 0-1 BUSINESS DAYS".
           05 FILLER                   PIC X(40) VALUE
               "OPEN 2-5 BUSINESS DAYS".
           05 FILLER                   PIC X(40) VALUE
               "OPEN 6-30 BUSINESS DAYS".
           05 FILLER                   PIC X(40) VALUE
               "OPEN OVER 30 BUSINESS DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL          PIC X(40) OCCURS 4 TIMES.
       01 WS-BUCKET-NAMES.
           05 FILLER                   PIC X(5) VALUE "0-1".
           05 FILLER                   PIC X(5) VALUE "2-5".
           05 FILLER                   PIC X(5) VALUE "6-30".
           05 FILLER                   PIC X(5) VALUE ">30".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME           PIC X(5) OCCURS 4 TIMES.
       01 WS-BUCKET-SUB                PIC 9 VALUE 0.
       01 WS-OPEN-COUNT                PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT              PIC 9(7) VALUE 0.
       01 WS-QUEUED-COUNT              PIC 9(7) VALUE 0.
       01 WS-BREACH-COUNT              PIC 9(7) VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "GREETAGE".
           05 FILLER                   PIC X(40) VALUE
               "HELLO-WORLD EXCEPTION AGING / SLA".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(14) VALUE "BUSINESS DATE".
           05 WS-HEADER-BUS-DATE       PIC X(8).
           05 FILLER                   PIC X(16) VALUE
               "   SLA (DAYS)".
           05 WS-HEADER-SLA-DAYS       PIC ZZ9.
           05 FILLER                   PIC X(91) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-ITEM-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "BUS DATE".
           05 FILLER                   PIC X(6) VALUE "  AGE".
           05 FILLER                   PIC X(7) VALUE "BUCKET".
           05 FILLER                   PIC X(32) VALUE "REASON".
           05 FILLER                   PIC X(42) VALUE "RESULT".
           05 FILLER                   PIC X(8) VALUE "CORR".
           05 FILLER                   PIC X(22) VALUE "SLA".
       01 WS-ITEM-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-ITEM-BUS-DATE         PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ITEM-AGE-OUT          PIC ZZZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-ITEM-BUCKET           PIC X(5).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ITEM-REASON           PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ITEM-RESULT           PIC X(40).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ITEM-CORR             PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-ITEM-SLA              PIC X(6).
           05 FILLER                   PIC X(16) VALUE SPACES.
       01 WS-REASON-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(32) VALUE "REASON".
           05 FILLER                   PIC X(10) VALUE "       0-1".
           05 FILLER                   PIC X(10) VALUE "       2-5".
           05 FILLER                   PIC X(10) VALUE "      6-30".
           05 FILLER                   PIC X(10) VALUE "       >30".
           05 FILLER                   PIC X(10) VALUE "     TOTAL".
           05 FILLER                   PIC X(10) VALUE "    QUEUED".
           05 FILLER                   PIC X(10) VALUE "    BREACH".
           05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-REASON-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-RSN-LINE-REASON       PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-RSN-LINE-BUCKETS OCCURS 4 TIMES.
               10 FILLER               PIC X(1).
               10 WS-RSN-LINE-BUCKET   PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-RSN-LINE-TOTAL        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-RSN-LINE-QUEUED       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(1) VALUE SPACES.
           05 WS-RSN-LINE-BREACHED     PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(25) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       GREET-AGING.
           PERFORM READ-CALENDAR
           IF NOT CALENDAR-WAS-READ
               DISPLAY "GREETAGE: CALENDAR CARD MISSING, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-BUCKET-TOTALS
           PERFORM READ-PARAMETER-CARD
           PERFORM LOAD-PROCESSING-DAYS
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "OPEN EXCEPTION ITEMS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE WS-ITEM-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM OPEN-CORRECTION-QUEUE
           PERFORM AGE-OPEN-EXCEPTIONS
           IF CORRQUE-IS-OPEN
               CLOSE CORRQUE-FILE
           END-IF
           PERFORM PRINT-REASON-SUMMARY
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           IF WS-BREACH-COUNT > 0 AND WS-FINAL-RC < 12
               MOVE 8 TO WS-FINAL-RC
               MOVE "EXCEPTION SLA BREACH" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM WRITE-ALERT
           END-IF
           DISPLAY "GREETAGE: OPEN=" WS-OPEN-COUNT
               " QUEUED=" WS-QUEUED-COUNT
               " SLA BREACHES=" WS-BREACH-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "GREETAGE: OPEN CALENDAR FAILED, STATUS="
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

      * SYSIN columns 1-3 carry the SLA in business days; a
      * missing, blank or zero card keeps the default of 5.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "GREETAGE: OPEN SYSIN FAILED, STATUS="
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
                   MOVE SYSIN-RECORD(1:3) TO WS-SLA-DAYS
               END-IF
           END-IF.

      * Every date DAYOPEN has opened is a processing day; today's
      * business date counts too unless the calendar marks it a
      * holiday. A missing DAYCTL leaves the table empty and items
      * are aged by the Monday-Friday count.
       LOAD-PROCESSING-DAYS.
           MOVE "N" TO WS-DAYCTL-EOF
           OPEN INPUT DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "05" OR WS-DAYCTL-STATUS = "35"
               DISPLAY "GREETAGE: NO DAYCTL, AGING BY WEEKDAYS"
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "GREETAGE: OPEN DAYCTL FAILED, STATUS="
                   WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET DAYCTL-WAS-FOUND TO TRUE
           PERFORM UNTIL DAYCTL-AT-EOF
               READ DAYCTL-FILE
                   AT END
                       SET DAYCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF DAYCTL-STATUS = "O" AND
                               DAYCTL-BUS-DATE NOT > WS-BUSINESS-DATE
                           MOVE DAYCTL-BUS-DATE TO WS-NEW-DAY-DATE
                           PERFORM ADD-PROCESSING-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE
           IF NOT NON-PROCESSING-DAY
               MOVE WS-BUSINESS-DATE TO WS-NEW-DAY-DATE
               PERFORM ADD-PROCESSING-DAY
           END-IF.

       ADD-PROCESSING-DAY.
           MOVE "N" TO WS-DAY-FOUND-FLAG
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(DAY-IDX) = WS-NEW-DAY-DATE
                   SET DAY-ALREADY-LISTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DAY-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-COUNT >= WS-DAY-MAX
               DISPLAY "GREETAGE: PROCESSING DAY TABLE CAPACITY "
                   "EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               SET DAYCTL-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-COUNT
           SET DAY-IDX TO WS-DAY-COUNT
           MOVE WS-NEW-DAY-DATE TO WS-DAY-DATE(DAY-IDX).

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "GREETAGE: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * A missing queue just means no corrections are waiting.
       OPEN-CORRECTION-QUEUE.
           OPEN INPUT CORRQUE-FILE
           IF WS-CORRQUE-STATUS = "00"
               SET CORRQUE-IS-OPEN TO TRUE
           ELSE
               IF WS-CORRQUE-STATUS NOT = "35"
                   DISPLAY "GREETAGE: OPEN CORRQUE FAILED, STATUS="
                       WS-CORRQUE-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF.

       AGE-OPEN-EXCEPTIONS.
           OPEN INPUT GREETEXC-FILE
           IF WS-GREETEXC-STATUS NOT = "00"
               IF WS-GREETEXC-STATUS = "05" OR
                       WS-GREETEXC-STATUS = "35"
                   SET GREETEXC-AT-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "GREETAGE: OPEN GREETEXC FAILED, STATUS="
                   WS-GREETEXC-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GREETEXC-AT-EOF
               READ GREETEXC-FILE
                   AT END
                       SET GREETEXC-AT-EOF TO TRUE
                   NOT AT END
                       IF GREETEXC-STATUS = "O"
                           PERFORM AGE-OPEN-ITEM
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GREETEXC-FILE.

       AGE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           IF GREETEXC-BUS-DATE NOT = WS-AGED-DATE
               MOVE GREETEXC-BUS-DATE TO WS-AGED-DATE
               IF DAYCTL-WAS-FOUND
                   PERFORM COUNT-PROCESSING-DAYS
               ELSE
                   PERFORM COUNT-WEEKDAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                   MOVE 1 TO WS-BUCKET
               WHEN WS-ITEM-AGE <= 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-ITEM-AGE <= 30
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           PERFORM CHECK-CORRECTION-QUEUED
           PERFORM FIND-REASON-ENTRY
           IF WS-FINAL-RC >= 12
               SET GREETEXC-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUCKET-TOTAL(WS-BUCKET)
           ADD 1 TO WS-RSN-BUCKET-COUNT(RSN-IDX, WS-BUCKET)
           ADD 1 TO WS-RSN-TOTAL(RSN-IDX)
           MOVE SPACES TO WS-ITEM-CORR
           MOVE SPACES TO WS-ITEM-SLA
           IF CORRECTION-QUEUED
               ADD 1 TO WS-QUEUED-COUNT
               ADD 1 TO WS-RSN-QUEUED(RSN-IDX)
               MOVE "QUEUED" TO WS-ITEM-CORR
           END-IF
           IF WS-ITEM-AGE > WS-SLA-DAYS
               ADD 1 TO WS-BREACH-COUNT
               ADD 1 TO WS-RSN-BREACHED(RSN-IDX)
               MOVE "BREACH" TO WS-ITEM-SLA
           END-IF
           MOVE GREETEXC-BUS-DATE TO WS-ITEM-BUS-DATE
           MOVE WS-ITEM-AGE TO WS-ITEM-AGE-OUT
           MOVE WS-BUCKET-NAME(WS-BUCKET) TO WS-ITEM-BUCKET
           MOVE GREETEXC-REASON TO WS-ITEM-REASON
           MOVE GREETEXC-RESULT TO WS-ITEM-RESULT
           MOVE WS-ITEM-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * Business-day age: processing days after the item's date up
      * to and including today's business date.
       COUNT-PROCESSING-DAYS.
           MOVE 0 TO WS-ITEM-AGE
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(DAY-IDX) > WS-AGED-DATE AND
                       WS-DAY-DATE(DAY-IDX) NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-ITEM-AGE
               END-IF
           END-PERFORM.

      * Day 1 of the integer date count was a Monday, so (day - 1)
      * MOD 7 gives 0-4 for Monday-Friday and 5-6 for the weekend.
       COUNT-WEEKDAYS.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-AGED-DATE IS NOT NUMERIC OR
                   WS-AGED-DATE NOT < WS-BUSINESS-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-AGED-DATE))
           COMPUTE WS-TO-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER + 1
           PERFORM UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-ITEM-AGE
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

      * CORRQUE is keyed the way the online inquiry keys the
      * exception file: timestamp plus result text.
       CHECK-CORRECTION-QUEUED.
           MOVE "N" TO WS-CORR-QUEUED-FLAG
           IF NOT CORRQUE-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE GREETEXC-TIMESTAMP TO CORRQUE-TIMESTAMP
           MOVE GREETEXC-RESULT TO CORRQUE-RESULT
           READ CORRQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CORRECTION-QUEUED TO TRUE
           END-READ.

       FIND-REASON-ENTRY.
           MOVE "N" TO WS-REASON-FOUND-FLAG
           PERFORM VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > WS-REASON-COUNT
               IF WS-RSN-REASON(RSN-IDX) = GREETEXC-REASON
                   SET REASON-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REASON-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-REASON-COUNT >= WS-REASON-MAX
               DISPLAY "GREETAGE: REASON TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REASON-COUNT
           SET RSN-IDX TO WS-REASON-COUNT
           MOVE GREETEXC-REASON TO WS-RSN-REASON(RSN-IDX)
           MOVE 0 TO WS-RSN-BUCKET-COUNT(RSN-IDX, 1)
           MOVE 0 TO WS-RSN-BUCKET-COUNT(RSN-IDX, 2)
           MOVE 0 TO WS-RSN-BUCKET-COUNT(RSN-IDX, 3)
           MOVE 0 TO WS-RSN-BUCKET-COUNT(RSN-IDX, 4)
           MOVE 0 TO WS-RSN-TOTAL(RSN-IDX)
           MOVE 0 TO WS-RSN-QUEUED(RSN-IDX)
           MOVE 0 TO WS-RSN-BREACHED(RSN-IDX).

       PRINT-REASON-SUMMARY.
           MOVE SPACES TO WS-REASON-LINE
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "OPEN ITEMS BY REASON AND AGE (BUSINESS DAYS)"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE WS-REASON-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > WS-REASON-COUNT
               MOVE WS-RSN-REASON(RSN-IDX) TO WS-RSN-LINE-REASON
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE WS-RSN-BUCKET-COUNT(RSN-IDX, WS-BUCKET-SUB)
                       TO WS-RSN-LINE-BUCKET(WS-BUCKET-SUB)
               END-PERFORM
               MOVE WS-RSN-TOTAL(RSN-IDX) TO WS-RSN-LINE-TOTAL
               MOVE WS-RSN-QUEUED(RSN-IDX) TO WS-RSN-LINE-QUEUED
               MOVE WS-RSN-BREACHED(RSN-IDX) TO WS-RSN-LINE-BREACHED
               MOVE WS-REASON-LINE TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

       PRINT-TOTALS.
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "AGING TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO WS-COUNT-LABEL
               MOVE WS-BUCKET-TOTAL(WS-BUCKET-SUB) TO WS-COUNT-VALUE
               PERFORM PRINT-COUNT-LINE
           END-PERFORM
           MOVE "TOTAL OPEN EXCEPTIONS" TO WS-COUNT-LABEL
           MOVE WS-OPEN-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "OPEN WITH A CORRECTION QUEUED" TO WS-COUNT-LABEL
           MOVE WS-QUEUED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "OPEN PAST SLA" TO WS-COUNT-LABEL
           MOVE WS-BREACH-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "CLOSED ITEMS STILL ON LIVE FILE" TO WS-COUNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "GREETAGE: OPEN ALERTOUT FAILED, STATUS="
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
               DISPLAY "GREETAGE: WRITE ALERTOUT FAILED, STATUS="
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
           MOVE WS-BUSINESS-DATE TO WS-HEADER-BUS-DATE
           MOVE WS-SLA-DAYS TO WS-HEADER-SLA-DAYS
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

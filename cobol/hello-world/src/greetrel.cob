      *****************************************************************
      * GREETREL
      * Daily release of scheduled greeting requests. Reads the
      * CALENDAR card and browses the SCHEDULE request schedule
      * (SCHREC.cpy, maintained by SCHDMNT), selects every active
      * entry with an occurrence due on or before CAL-BUSINESS-DATE
      * that has not yet been released - one-off on its target
      * date, annual on the month and day of its anniversary date,
      * monthly on its day of the month, or on its Nth processing
      * day of the month - and builds the day's GREETREQ batch for
      * GREETDRV: a *HDR header for department SCHEDULE, batch id
      * SCH plus the business date, one request card per entry
      * released (the entry's request in columns 1-40 and its
      * requesting cost centre in columns 73-80), and a *TRL
      * trailer with the request count and the column-weighted hash
      * total (REQREC.cpy). Each entry
      * released is stamped with the due date of the occurrence
      * and the business date it was released on, so a later run
      * cannot release the same occurrence again; a one-off is
      * then finished. The release does not run on a holiday, so
      * an occurrence that fell due on one goes out on the next
      * processing day, as does any occurrence missed while the
      * stream was down (the latest occurrence of a recurring
      * entry only). Processing days of the month are the dates
      * DAYOPEN has opened on DAYCTL, plus today; with no DAYCTL,
      * Monday to Friday. A rerun on the same business date
      * rebuilds the identical batch from the entries stamped with
      * it, and GREETDRV's duplicate-batch check stops a batch
      * already accepted from being greeted twice. An entry that
      * has fallen due since the first run of the day is left
      * unstamped on a rerun - it would go out under the same
      * batch id, which GREETDRV may already have accepted and
      * would then refuse - and is released by the next day's run
      * as rolled forward. Prints a
      * release report. RC=0 requests released, RC=4 nothing due
      * (an empty batch is still written) or a holiday skip, RC=12
      * file failure, RC=16 missing calendar.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT GREETREQ-FILE ASSIGN TO GREETREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETREQ-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHREC.
       FD  GREETREQ-FILE
           RECORDING MODE IS F.
           COPY REQREC.
       FD  DAYCTL-FILE
           RECORDING MODE IS F.
           COPY DAYREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  ALERTOUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY MSGCAT.
       01 WS-SCHEDULE-STATUS           PIC XX VALUE SPACES.
       01 WS-GREETREQ-STATUS           PIC XX VALUE SPACES.
       01 WS-DAYCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-HOLIDAY-FLAG              PIC X VALUE "N".
           88 NON-PROCESSING-DAY       VALUE "Y".
       01 WS-CALENDAR-OK-FLAG          PIC X VALUE "N".
           88 CALENDAR-WAS-READ        VALUE "Y".
       01 WS-SCHEDULE-EOF              PIC X VALUE "N".
           88 SCHEDULE-AT-EOF          VALUE "Y".
       01 WS-SCHEDULE-OPEN-FLAG        PIC X VALUE "N".
           88 SCHEDULE-IS-OPEN         VALUE "Y".
       01 WS-DAYCTL-EOF                PIC X VALUE "N".
           88 DAYCTL-AT-EOF            VALUE "Y".
       01 WS-DAYCTL-FLAG               PIC X VALUE "N".
           88 DAYCTL-WAS-READ          VALUE "Y".
      * Processing days of the business month, by day of month.
       01 WS-OPEN-DAY-TABLE.
           05 WS-OPEN-DAY              PIC X OCCURS 31 TIMES.
       01 WS-DAY-SUB                   PIC 9(2) VALUE 0.
       01 WS-PROCESSING-COUNT          PIC 9(2) VALUE 0.
       01 WS-WEEKDAY                   PIC 9 VALUE 0.
      * Due-date work areas.
       01 WS-DUE-DATE                  PIC X(8) VALUE SPACES.
       01 WS-CANDIDATE-DATE.
           05 WS-CAND-YEAR             PIC 9(4).
           05 WS-CAND-MONTH            PIC 9(2).
           05 WS-CAND-DAY              PIC 9(2).
       01 WS-CANDIDATE-NUMERIC REDEFINES WS-CANDIDATE-DATE
                                       PIC 9(8).
       01 WS-TODAY-DATE.
           05 WS-TODAY-YEAR            PIC 9(4).
           05 WS-TODAY-MONTH           PIC 9(2).
           05 WS-TODAY-DAY             PIC 9(2).
       01 WS-TODAY-NUMERIC REDEFINES WS-TODAY-DATE PIC 9(8).
       01 WS-WANTED-DAY                PIC 9(2) VALUE 0.
       01 WS-RELEASE-KIND              PIC X(14) VALUE SPACES.
      * Batch build.
       01 WS-BATCH-ID                  PIC X(12) VALUE SPACES.
       01 WS-CARD-COL                  PIC 9(2) VALUE 0.
       01 WS-BATCH-REQUEST-COUNT       PIC 9(7) VALUE 0.
       01 WS-BATCH-HASH-TOTAL          PIC 9(15) VALUE 0.
       01 WS-ENTRY-COUNT               PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT            PIC 9(7) VALUE 0.
       01 WS-ROLLED-COUNT              PIC 9(7) VALUE 0.
       01 WS-RERUN-COUNT               PIC 9(7) VALUE 0.
       01 WS-DEFERRED-COUNT            PIC 9(7) VALUE 0.
      * Set when any entry already carries today's release stamp:
      * this run rebuilds the day's batch and releases nothing new.
       01 WS-RELEASE-RERUN-FLAG        PIC X VALUE "N".
           88 RELEASE-IS-RERUN         VALUE "Y".
       01 WS-HELD-COUNT                PIC 9(7) VALUE 0.
       01 WS-NOT-DUE-COUNT             PIC 9(7) VALUE 0.
       01 WS-ALERT-CONDITION           PIC X(20) VALUE SPACES.
       01 WS-ALERT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-MESSAGE-CODE        PIC X(8) VALUE SPACES.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "GREETREL".
           05 FILLER                   PIC X(40) VALUE
               "SCHEDULED GREETING REQUEST RELEASE".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(14) VALUE "BUSINESS DATE".
           05 WS-HEADER-BUS-DATE       PIC X(8).
           05 FILLER                   PIC X(12) VALUE "   BATCH ID".
           05 WS-HEADER-BATCH-ID       PIC X(12).
           05 FILLER                   PIC X(86) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-RELEASE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-REL-ID                PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-DEPARTMENT        PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-COST-CENTRE       PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-FREQUENCY         PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-DUE-DATE          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-KIND              PIC X(14).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-REL-REQUEST           PIC X(40).
           05 FILLER                   PIC X(28) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       REQUEST-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-CALENDAR
           IF NOT CALENDAR-WAS-READ
               DISPLAY "GREETREL: CALENDAR CARD MISSING, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE "CALENDAR MISSING" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               PERFORM WRITE-ALERT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF NON-PROCESSING-DAY
               DISPLAY "GREETREL: " WS-BUSINESS-DATE
                   " IS A NON-PROCESSING DAY, RUN SKIPPED"
               MOVE 4 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           STRING "SCH" DELIMITED BY SIZE
               WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING
           PERFORM LOAD-PROCESSING-DAYS
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC < 12
               PERFORM OPEN-SCHEDULE
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM OPEN-GREETREQ
           END-IF
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           MOVE "REQUESTS RELEASED" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM WRITE-BATCH-HEADER
           IF SCHEDULE-IS-OPEN AND WS-FINAL-RC < 12
               PERFORM RELEASE-SCHEDULE
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM WRITE-BATCH-TRAILER
           END-IF
           CLOSE GREETREQ-FILE
           IF SCHEDULE-IS-OPEN
               CLOSE SCHEDULE-FILE
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           IF WS-FINAL-RC < 12 AND WS-BATCH-REQUEST-COUNT = 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "GREETREL: BATCH " WS-BATCH-ID " REQUESTS "
               WS-BATCH-REQUEST-COUNT " RELEASED " WS-RELEASED-COUNT
               " RERUN " WS-RERUN-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "GREETREL: OPEN CALENDAR FAILED, STATUS="
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

      * The days of this month DAYOPEN has opened before today are
      * its processing days so far; today is one, as the release
      * only runs on a processing day. A missing DAYCTL means day
      * control is not configured and weekdays are used instead.
       LOAD-PROCESSING-DAYS.
           MOVE SPACES TO WS-OPEN-DAY-TABLE
           MOVE "Y" TO WS-OPEN-DAY(WS-TODAY-DAY)
           OPEN INPUT DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "05" OR WS-DAYCTL-STATUS = "35"
               DISPLAY "GREETREL: NO DAYCTL, PROCESSING DAYS BY "
                   "WEEKDAY"
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "GREETREL: OPEN DAYCTL FAILED, STATUS="
                   WS-DAYCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET DAYCTL-WAS-READ TO TRUE
           PERFORM UNTIL DAYCTL-AT-EOF
               READ DAYCTL-FILE
                   AT END
                       SET DAYCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF DAYCTL-STATUS = "O" AND
                               DAYCTL-BUS-DATE(1:6) =
                               WS-BUSINESS-DATE(1:6) AND
                               DAYCTL-BUS-DATE < WS-BUSINESS-DATE AND
                               DAYCTL-BUS-DATE(7:2) IS NUMERIC
                           MOVE DAYCTL-BUS-DATE(7:2) TO WS-DAY-SUB
                           IF WS-DAY-SUB > 0 AND WS-DAY-SUB < 32
                               MOVE "Y" TO WS-OPEN-DAY(WS-DAY-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "GREETREL: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * A schedule never defined has nothing due; the empty batch
      * is still written so GREETDRV does not re-read yesterday's.
       OPEN-SCHEDULE.
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "35"
               DISPLAY "GREETREL: NO SCHEDULE, NOTHING TO RELEASE"
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "GREETREL: OPEN SCHEDULE FAILED, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           SET SCHEDULE-IS-OPEN TO TRUE.

       OPEN-GREETREQ.
           OPEN OUTPUT GREETREQ-FILE
           IF WS-GREETREQ-STATUS NOT = "00"
               DISPLAY "GREETREL: OPEN GREETREQ FAILED, STATUS="
                   WS-GREETREQ-STATUS
               MOVE 12 TO WS-FINAL-RC
               IF SCHEDULE-IS-OPEN
                   CLOSE SCHEDULE-FILE
               END-IF
               CLOSE RPTFILE
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GREETREQ-RECORD
           MOVE "*HDR" TO REQ-HDR-RECORD-TYPE
           MOVE "SCHEDULE" TO REQ-HDR-DEPARTMENT
           MOVE WS-BATCH-ID TO REQ-HDR-BATCH-ID
           MOVE WS-BUSINESS-DATE TO REQ-HDR-BUSINESS-DATE
           PERFORM WRITE-GREETREQ.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GREETREQ-RECORD
           MOVE "*TRL" TO REQ-TRL-RECORD-TYPE
           MOVE WS-BATCH-REQUEST-COUNT TO REQ-TRL-REQUEST-COUNT
           MOVE WS-BATCH-HASH-TOTAL TO REQ-TRL-HASH-TOTAL
           PERFORM WRITE-GREETREQ.

       WRITE-GREETREQ.
           WRITE GREETREQ-RECORD
           IF WS-GREETREQ-STATUS NOT = "00"
               DISPLAY "GREETREL: WRITE GREETREQ FAILED, STATUS="
                   WS-GREETREQ-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET SCHEDULE-AT-EOF TO TRUE
           END-IF.

       RELEASE-SCHEDULE.
           PERFORM FIND-EARLIER-RELEASE
           IF WS-FINAL-RC >= 12
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           MOVE LOW-VALUES TO SCHED-ID
           START SCHEDULE-FILE KEY NOT < SCHED-ID
               INVALID KEY
                   SET SCHEDULE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE NEXT
                   AT END
                       SET SCHEDULE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM RELEASE-ONE-ENTRY
               END-READ
           END-PERFORM.

      * A first pass over the schedule tells a rerun apart before
      * any entry is stamped.
       FIND-EARLIER-RELEASE.
           MOVE LOW-VALUES TO SCHED-ID
           START SCHEDULE-FILE KEY NOT < SCHED-ID
               INVALID KEY
                   SET SCHEDULE-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL SCHEDULE-AT-EOF
               READ SCHEDULE-FILE NEXT
                   AT END
                       SET SCHEDULE-AT-EOF TO TRUE
                   NOT AT END
                       IF SCHED-LAST-RELEASED = WS-BUSINESS-DATE
                           SET RELEASE-IS-RERUN TO TRUE
                           SET SCHEDULE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SCHEDULE-STATUS NOT = "00" AND
                   WS-SCHEDULE-STATUS NOT = "10" AND
                   WS-SCHEDULE-STATUS NOT = "23"
               DISPLAY "GREETREL: READ SCHEDULE FAILED, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF
           IF RELEASE-IS-RERUN
               DISPLAY "GREETREL: BATCH " WS-BATCH-ID
                   " ALREADY RELEASED TODAY, REBUILDING IT ONLY"
           END-IF.

      * An entry already released today is a rerun: its card goes
      * into the rebuilt batch again but it is not re-stamped. On a
      * rerun an entry newly due is left for the next day's run.
       RELEASE-ONE-ENTRY.
           IF SCHED-LAST-RELEASED = WS-BUSINESS-DATE
               MOVE SCHED-LAST-DUE-DATE TO WS-DUE-DATE
               MOVE "RERUN" TO WS-RELEASE-KIND
               ADD 1 TO WS-RERUN-COUNT
               PERFORM ADD-REQUEST-CARD
               EXIT PARAGRAPH
           END-IF
           IF SCHED-STATUS NOT = "A"
               IF SCHED-STATUS = "H"
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM DETERMINE-DUE-DATE
           IF WS-DUE-DATE = SPACES OR
                   WS-DUE-DATE < SCHED-START-DATE OR
                   (SCHED-LAST-DUE-DATE NOT = SPACES AND
                    WS-DUE-DATE NOT > SCHED-LAST-DUE-DATE)
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RELEASE-IS-RERUN
               ADD 1 TO WS-DEFERRED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DUE-DATE < WS-BUSINESS-DATE
               MOVE "ROLLED FORWARD" TO WS-RELEASE-KIND
               ADD 1 TO WS-ROLLED-COUNT
           ELSE
               MOVE "DUE TODAY" TO WS-RELEASE-KIND
           END-IF
           MOVE WS-DUE-DATE TO SCHED-LAST-DUE-DATE
           MOVE WS-BUSINESS-DATE TO SCHED-LAST-RELEASED
           ADD 1 TO SCHED-RELEASE-COUNT
           IF SCHED-FREQUENCY = "O"
               MOVE "F" TO SCHED-STATUS
           END-IF
           MOVE WS-RUN-TIMESTAMP TO SCHED-UPDATE-TIMESTAMP
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "GREETREL: REWRITE SCHEDULE FAILED FOR "
                       SCHED-ID ", STATUS=" WS-SCHEDULE-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET SCHEDULE-AT-EOF TO TRUE
           END-REWRITE
           IF WS-FINAL-RC >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM ADD-REQUEST-CARD.

       ADD-REQUEST-CARD.
           MOVE SPACES TO GREETREQ-RECORD
           MOVE SCHED-REQUEST TO GREETREQ-RECORD(1:40)
           MOVE SCHED-COST-CENTRE TO REQ-COST-CENTRE
           PERFORM WRITE-GREETREQ
           IF WS-FINAL-RC >= 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BATCH-REQUEST-COUNT
           PERFORM HASH-REQUEST-CARD
           MOVE SCHED-ID TO WS-REL-ID
           MOVE SCHED-DEPARTMENT TO WS-REL-DEPARTMENT
           MOVE SCHED-COST-CENTRE TO WS-REL-COST-CENTRE
           MOVE SCHED-FREQUENCY TO WS-REL-FREQUENCY
           MOVE WS-DUE-DATE TO WS-REL-DUE-DATE
           MOVE WS-RELEASE-KIND TO WS-REL-KIND
           MOVE SCHED-REQUEST TO WS-REL-REQUEST
           MOVE WS-RELEASE-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * Column-weighted hash total (REQREC.cpy): every non-blank
      * byte's ordinal value times its column, low-order 15 digits.
       HASH-REQUEST-CARD.
           PERFORM VARYING WS-CARD-COL FROM 1 BY 1
                   UNTIL WS-CARD-COL > 80
               IF GREETREQ-RECORD(WS-CARD-COL:1) NOT = SPACE
                   COMPUTE WS-BATCH-HASH-TOTAL = WS-BATCH-HASH-TOTAL +
                       FUNCTION ORD(GREETREQ-RECORD(WS-CARD-COL:1))
                       * WS-CARD-COL
               END-IF
           END-PERFORM.

      * The latest occurrence of the entry on or before today, or
      * spaces when none has fallen due yet.
       DETERMINE-DUE-DATE.
           MOVE SPACES TO WS-DUE-DATE
           EVALUATE SCHED-FREQUENCY
               WHEN "O"
                   IF SCHED-TARGET-DATE NOT > WS-BUSINESS-DATE
                       MOVE SCHED-TARGET-DATE TO WS-DUE-DATE
                   END-IF
               WHEN "A"
                   PERFORM DETERMINE-ANNUAL-DATE
               WHEN "M"
                   PERFORM DETERMINE-MONTHLY-DATE
               WHEN "B"
                   PERFORM DETERMINE-BUSINESS-DAY-DATE
           END-EVALUATE.

      * This year's anniversary, or last year's if this year's is
      * still to come; 29 February falls on the 28th in a year
      * that has none.
       DETERMINE-ANNUAL-DATE.
           IF SCHED-TARGET-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SCHED-TARGET-DATE TO WS-CANDIDATE-DATE
           MOVE WS-CAND-DAY TO WS-WANTED-DAY
           MOVE WS-TODAY-YEAR TO WS-CAND-YEAR
           PERFORM FIT-CANDIDATE-DAY
           IF WS-CANDIDATE-NUMERIC > WS-TODAY-NUMERIC
               SUBTRACT 1 FROM WS-CAND-YEAR
               PERFORM FIT-CANDIDATE-DAY
           END-IF
           MOVE WS-CANDIDATE-DATE TO WS-DUE-DATE.

      * This month's day, or last month's if this month's is still
      * to come; a day past the end of a shorter month falls on
      * its last day.
       DETERMINE-MONTHLY-DATE.
           MOVE SCHED-DAY-NUMBER TO WS-WANTED-DAY
           IF WS-WANTED-DAY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-YEAR TO WS-CAND-YEAR
           MOVE WS-TODAY-MONTH TO WS-CAND-MONTH
           PERFORM FIT-CANDIDATE-DAY
           IF WS-CANDIDATE-NUMERIC > WS-TODAY-NUMERIC
               IF WS-CAND-MONTH = 1
                   MOVE 12 TO WS-CAND-MONTH
                   SUBTRACT 1 FROM WS-CAND-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CAND-MONTH
               END-IF
               PERFORM FIT-CANDIDATE-DAY
           END-IF
           MOVE WS-CANDIDATE-DATE TO WS-DUE-DATE.

       FIT-CANDIDATE-DAY.
           MOVE WS-WANTED-DAY TO WS-CAND-DAY
           PERFORM UNTIL WS-CAND-DAY < 29 OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-CANDIDATE-NUMERIC)
                   = 0
               SUBTRACT 1 FROM WS-CAND-DAY
           END-PERFORM.

      * The Nth processing day of this month, once it has been
      * reached; it is not carried back into an earlier month.
       DETERMINE-BUSINESS-DAY-DATE.
           MOVE 0 TO WS-PROCESSING-COUNT
           MOVE WS-TODAY-YEAR TO WS-CAND-YEAR
           MOVE WS-TODAY-MONTH TO WS-CAND-MONTH
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-TODAY-DAY
               MOVE WS-DAY-SUB TO WS-CAND-DAY
               IF WS-OPEN-DAY(WS-DAY-SUB) = "Y"
                   ADD 1 TO WS-PROCESSING-COUNT
               ELSE
                   IF NOT DAYCTL-WAS-READ
                       COMPUTE WS-WEEKDAY = FUNCTION MOD(
                           FUNCTION INTEGER-OF-DATE(
                           WS-CANDIDATE-NUMERIC) - 1, 7)
                       IF WS-WEEKDAY < 5
                           ADD 1 TO WS-PROCESSING-COUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-PROCESSING-COUNT = SCHED-DAY-NUMBER
                   MOVE WS-CANDIDATE-DATE TO WS-DUE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           MOVE "RELEASE TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "SCHEDULE ENTRIES READ" TO WS-COUNT-LABEL
           MOVE WS-ENTRY-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ENTRIES RELEASED" TO WS-COUNT-LABEL
           MOVE WS-RELEASED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "  OF WHICH ROLLED FORWARD" TO WS-COUNT-LABEL
           MOVE WS-ROLLED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ENTRIES ALREADY RELEASED TODAY (RERUN)"
               TO WS-COUNT-LABEL
           MOVE WS-RERUN-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ENTRIES DUE, LEFT FOR NEXT RUN (RERUN)"
               TO WS-COUNT-LABEL
           MOVE WS-DEFERRED-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ENTRIES HELD" TO WS-COUNT-LABEL
           MOVE WS-HELD-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ENTRIES NOT DUE" TO WS-COUNT-LABEL
           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "REQUEST CARDS IN BATCH" TO WS-COUNT-LABEL
           MOVE WS-BATCH-REQUEST-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "GREETREL: OPEN ALERTOUT FAILED, STATUS="
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
               DISPLAY "GREETREL: WRITE ALERTOUT FAILED, STATUS="
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
           MOVE WS-BATCH-ID TO WS-HEADER-BATCH-ID
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

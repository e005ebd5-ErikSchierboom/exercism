      *****************************************************************
      * SCHDMNT
      * Greeting request schedule maintenance. Applies
      * ADD/CHANGE/DELETE/HOLD/RESUME transaction cards (SCHDTRAN)
      * against the keyed SCHEDULE request schedule (SCHREC.cpy)
      * and prints a before/after maintenance report on RPTFILE,
      * exactly as RECPMNT maintains the recipient master. Card
      * layout: columns 1-6 action, 8-15 schedule id, 17-24
      * requesting cost centre, 26 frequency (O one-off, A annual,
      * M monthly, B business day of the month), 28-35 target date
      * (YYYYMMDD: the one-off date, or the anniversary date whose
      * month and day recur), 37-38 day number (M day of the
      * month 01-31, B processing day of the month 01-23), 41-80
      * the request card exactly as it would be punched on
      * GREETREQ (locale code, RECIP plus recipient id, or custom
      * text). A one-off date must not be before the CALENDAR
      * business date. The cost centre on an ADD or CHANGE card
      * must be on the CCTRMST cost-centre master and not closed;
      * the entry's department is taken from the master, and the
      * cost centre goes out on every request card GREETREL
      * releases for the entry. ADD starts the entry active from the
      * business date; CHANGE replaces the definition but keeps
      * the release stamps, so an occurrence already released is
      * not released again (a finished one-off given a later date
      * is re-armed); HOLD stops an active entry being released
      * and RESUME restarts it from the business date, skipping
      * the occurrences that fell due while it was held. With no
      * CALENDAR card the clock date is used. RC=0 all cards
      * applied, RC=8 any card rejected, RC=12 file failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-ID
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT SCHDTRAN-FILE ASSIGN TO SCHDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHDTRAN-STATUS.
           SELECT CCTRMST-FILE ASSIGN TO CCTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCTR-ID
               FILE STATUS IS WS-CCTRMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHREC.
       FD  SCHDTRAN-FILE
           RECORDING MODE IS F.
       01 SCHDTRAN-RECORD.
           05 SCHDTRAN-ACTION          PIC X(6).
           05 FILLER                   PIC X.
           05 SCHDTRAN-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 SCHDTRAN-COST-CENTRE     PIC X(8).
           05 FILLER                   PIC X.
           05 SCHDTRAN-FREQUENCY       PIC X.
           05 FILLER                   PIC X.
           05 SCHDTRAN-TARGET-DATE     PIC X(8).
           05 FILLER                   PIC X.
           05 SCHDTRAN-DAY-NUMBER      PIC X(2).
           05 FILLER                   PIC X(2).
           05 SCHDTRAN-REQUEST         PIC X(40).
       FD  CCTRMST-FILE.
           COPY CCTREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS           PIC XX VALUE SPACES.
       01 WS-SCHDTRAN-STATUS           PIC XX VALUE SPACES.
       01 WS-CCTRMST-STATUS            PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-SCHDTRAN-EOF              PIC X VALUE "N".
           88 SCHDTRAN-AT-EOF          VALUE "Y".
       01 WS-SCHEDULE-EOF              PIC X VALUE "N".
           88 SCHEDULE-AT-EOF          VALUE "Y".
       01 WS-CCTRMST-OPEN-FLAG         PIC X VALUE "N".
           88 CCTRMST-IS-OPEN          VALUE "Y".
       01 WS-TRAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT                 PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT              PIC 9(5) VALUE 0.
       01 WS-HOLD-COUNT                PIC 9(5) VALUE 0.
       01 WS-RESUME-COUNT              PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01 WS-TRAN-STATUS               PIC X(8) VALUE SPACES.
       01 WS-TRAN-REASON               PIC X(30) VALUE SPACES.
       01 WS-DAY-NUMBER                PIC 9(2) VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "SCHDMNT".
           05 FILLER                   PIC X(40) VALUE
               "REQUEST SCHEDULE MAINTENANCE REPORT".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-MASTER-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-MASTER-ID             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-DEPARTMENT     PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-COST-CENTRE    PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-FREQUENCY      PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-TARGET-DATE    PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-DAY-NUMBER     PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS         PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-START-DATE     PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-LAST-DUE       PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-LAST-RELEASED  PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-REQUEST        PIC X(40).
           05 FILLER                   PIC X(7) VALUE SPACES.
       01 WS-TRAN-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-TRAN-LINE-ACTION      PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-ID          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-FREQUENCY   PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-REQUEST     PIC X(40).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-STATUS      PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-REASON      PIC X(30).
           05 FILLER                   PIC X(24) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       SCHEDULE-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           PERFORM READ-CALENDAR
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-SCHEDULE
           IF WS-FINAL-RC >= 12
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "REQUEST SCHEDULE BEFORE MAINTENANCE"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM LIST-SCHEDULE
           MOVE "TRANSACTIONS APPLIED" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM OPEN-CCTRMST
           PERFORM APPLY-TRANSACTIONS
           IF CCTRMST-IS-OPEN
               CLOSE CCTRMST-FILE
           END-IF
           MOVE "REQUEST SCHEDULE AFTER MAINTENANCE"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM LIST-SCHEDULE
           MOVE "MAINTENANCE TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM PRINT-TOTALS
           CLOSE SCHEDULE-FILE
           CLOSE RPTFILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "SCHDMNT: OPEN CALENDAR FAILED, STATUS="
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
                   END-IF
           END-READ
           CLOSE CALENDAR-FILE.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "SCHDMNT: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       OPEN-SCHEDULE.
           OPEN I-O SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "SCHDMNT: OPEN SCHEDULE FAILED, STATUS="
                   WS-SCHEDULE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * Without a cost-centre master no ADD or CHANGE card can
      * pass the cost-centre edit; the other actions still apply.
       OPEN-CCTRMST.
           OPEN INPUT CCTRMST-FILE
           IF WS-CCTRMST-STATUS = "00"
               SET CCTRMST-IS-OPEN TO TRUE
           ELSE
               IF WS-CCTRMST-STATUS NOT = "35"
                   DISPLAY "SCHDMNT: OPEN CCTRMST FAILED, STATUS="
                       WS-CCTRMST-STATUS
               END-IF
           END-IF.

       LIST-SCHEDULE.
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
                       PERFORM PRINT-SCHEDULE-ENTRY
               END-READ
           END-PERFORM.

       PRINT-SCHEDULE-ENTRY.
           MOVE SCHED-ID TO WS-MASTER-ID
           MOVE SCHED-DEPARTMENT TO WS-MASTER-DEPARTMENT
           MOVE SCHED-COST-CENTRE TO WS-MASTER-COST-CENTRE
           MOVE SCHED-FREQUENCY TO WS-MASTER-FREQUENCY
           MOVE SCHED-TARGET-DATE TO WS-MASTER-TARGET-DATE
           IF SCHED-DAY-NUMBER = 0
               MOVE SPACES TO WS-MASTER-DAY-NUMBER
           ELSE
               MOVE SCHED-DAY-NUMBER TO WS-MASTER-DAY-NUMBER
           END-IF
           MOVE SCHED-STATUS TO WS-MASTER-STATUS
           MOVE SCHED-START-DATE TO WS-MASTER-START-DATE
           MOVE SCHED-LAST-DUE-DATE TO WS-MASTER-LAST-DUE
           MOVE SCHED-LAST-RELEASED TO WS-MASTER-LAST-RELEASED
           MOVE SCHED-REQUEST TO WS-MASTER-REQUEST
           MOVE WS-MASTER-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       APPLY-TRANSACTIONS.
           OPEN INPUT SCHDTRAN-FILE
           IF WS-SCHDTRAN-STATUS NOT = "00"
               IF WS-SCHDTRAN-STATUS NOT = "35"
                   DISPLAY "SCHDMNT: OPEN SCHDTRAN FAILED, STATUS="
                       WS-SCHDTRAN-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCHDTRAN-AT-EOF
               READ SCHDTRAN-FILE
                   AT END
                       SET SCHDTRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE SCHDTRAN-FILE.

       APPLY-ONE-TRANSACTION.
           IF SCHDTRAN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           MOVE "APPLIED" TO WS-TRAN-STATUS
           MOVE SPACES TO WS-TRAN-REASON
           EVALUATE SCHDTRAN-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD
               WHEN "CHANGE"
                   PERFORM APPLY-CHANGE
               WHEN "DELETE"
                   PERFORM APPLY-DELETE
               WHEN "HOLD"
                   PERFORM APPLY-HOLD
               WHEN "RESUME"
                   PERFORM APPLY-RESUME
               WHEN OTHER
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
           END-EVALUATE
           IF WS-TRAN-STATUS = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
           END-IF
           MOVE SCHDTRAN-ACTION TO WS-TRAN-LINE-ACTION
           MOVE SCHDTRAN-ID TO WS-TRAN-LINE-ID
           MOVE SCHDTRAN-FREQUENCY TO WS-TRAN-LINE-FREQUENCY
           MOVE SCHDTRAN-REQUEST TO WS-TRAN-LINE-REQUEST
           MOVE WS-TRAN-STATUS TO WS-TRAN-LINE-STATUS
           MOVE WS-TRAN-REASON TO WS-TRAN-LINE-REASON
           MOVE WS-TRAN-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * The definition an ADD or CHANGE card carries must be
      * releasable as it stands.
       VALIDATE-DEFINITION.
           MOVE 0 TO WS-DAY-NUMBER
           IF SCHDTRAN-ID = SPACES OR SCHDTRAN-REQUEST = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING ID OR REQUEST" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF SCHDTRAN-REQUEST(1:6) = "RECIP " AND
                   SCHDTRAN-REQUEST(7:8) = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "RECIP REQUEST WITHOUT ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-COST-CENTRE
           IF WS-TRAN-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           EVALUATE SCHDTRAN-FREQUENCY
               WHEN "O"
               WHEN "A"
                   IF SCHDTRAN-TARGET-DATE IS NOT NUMERIC
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "TARGET DATE INVALID" TO WS-TRAN-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(SCHDTRAN-TARGET-DATE))
                           NOT = 0
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "TARGET DATE INVALID" TO WS-TRAN-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF SCHDTRAN-FREQUENCY = "O" AND
                           SCHDTRAN-TARGET-DATE < WS-BUSINESS-DATE
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "ONE-OFF DATE ALREADY PAST"
                           TO WS-TRAN-REASON
                   END-IF
               WHEN "M"
               WHEN "B"
                   IF SCHDTRAN-DAY-NUMBER IS NOT NUMERIC
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "DAY NUMBER INVALID" TO WS-TRAN-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SCHDTRAN-DAY-NUMBER TO WS-DAY-NUMBER
                   IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER > 31 OR
                           (SCHDTRAN-FREQUENCY = "B" AND
                            WS-DAY-NUMBER > 23)
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "DAY NUMBER OUT OF RANGE" TO WS-TRAN-REASON
                   END-IF
               WHEN OTHER
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "FREQUENCY NOT O/A/M/B" TO WS-TRAN-REASON
           END-EVALUATE.

      * Leaves the cost centre's master record in CCTRMST-RECORD
      * for MOVE-DEFINITION.
       VALIDATE-COST-CENTRE.
           IF SCHDTRAN-COST-CENTRE = SPACES OR NOT CCTRMST-IS-OPEN
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "COST CENTRE NOT ON MASTER" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-COST-CENTRE TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "COST CENTRE NOT ON MASTER" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF CCTR-STATUS = "C"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "COST CENTRE CLOSED" TO WS-TRAN-REASON
           END-IF.

       MOVE-DEFINITION.
           MOVE CCTR-DEPARTMENT TO SCHED-DEPARTMENT
           MOVE SCHDTRAN-COST-CENTRE TO SCHED-COST-CENTRE
           MOVE SCHDTRAN-FREQUENCY TO SCHED-FREQUENCY
           IF SCHDTRAN-FREQUENCY = "O" OR SCHDTRAN-FREQUENCY = "A"
               MOVE SCHDTRAN-TARGET-DATE TO SCHED-TARGET-DATE
           ELSE
               MOVE SPACES TO SCHED-TARGET-DATE
           END-IF
           MOVE WS-DAY-NUMBER TO SCHED-DAY-NUMBER
           MOVE SCHDTRAN-REQUEST TO SCHED-REQUEST
           MOVE WS-RUN-TIMESTAMP TO SCHED-UPDATE-TIMESTAMP.

       APPLY-ADD.
           PERFORM VALIDATE-DEFINITION
           IF WS-TRAN-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-ID TO SCHED-ID
           PERFORM MOVE-DEFINITION
           MOVE WS-BUSINESS-DATE TO SCHED-START-DATE
           MOVE "A" TO SCHED-STATUS
           MOVE SPACES TO SCHED-LAST-DUE-DATE
           MOVE SPACES TO SCHED-LAST-RELEASED
           MOVE 0 TO SCHED-RELEASE-COUNT
           WRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "DUPLICATE SCHEDULE ID" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       APPLY-CHANGE.
           PERFORM VALIDATE-DEFINITION
           IF WS-TRAN-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-ID TO SCHED-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "SCHEDULE ID NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOVE-DEFINITION
           IF SCHED-STATUS = "F"
               MOVE "A" TO SCHED-STATUS
           END-IF
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       APPLY-DELETE.
           IF SCHDTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING SCHEDULE ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-ID TO SCHED-ID
           DELETE SCHEDULE-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "SCHEDULE ID NOT ON FILE" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       APPLY-HOLD.
           IF SCHDTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING SCHEDULE ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-ID TO SCHED-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "SCHEDULE ID NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF SCHED-STATUS NOT = "A"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "SCHEDULE ENTRY NOT ACTIVE" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO SCHED-STATUS
           MOVE WS-RUN-TIMESTAMP TO SCHED-UPDATE-TIMESTAMP
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-HOLD-COUNT
           END-REWRITE.

      * Occurrences that fell due while the entry was held are
      * not released late: the entry restarts from today.
       APPLY-RESUME.
           IF SCHDTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING SCHEDULE ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SCHDTRAN-ID TO SCHED-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "SCHEDULE ID NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF SCHED-STATUS NOT = "H"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "SCHEDULE ENTRY NOT HELD" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO SCHED-STATUS
           MOVE WS-BUSINESS-DATE TO SCHED-START-DATE
           MOVE WS-RUN-TIMESTAMP TO SCHED-UPDATE-TIMESTAMP
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-RESUME-COUNT
           END-REWRITE.

       PRINT-TOTALS.
           MOVE "TRANSACTIONS READ" TO WS-COUNT-LABEL
           MOVE WS-TRAN-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SCHEDULE ENTRIES ADDED" TO WS-COUNT-LABEL
           MOVE WS-ADD-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SCHEDULE ENTRIES CHANGED" TO WS-COUNT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SCHEDULE ENTRIES DELETED" TO WS-COUNT-LABEL
           MOVE WS-DELETE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SCHEDULE ENTRIES HELD" TO WS-COUNT-LABEL
           MOVE WS-HOLD-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SCHEDULE ENTRIES RESUMED" TO WS-COUNT-LABEL
           MOVE WS-RESUME-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-HEADER-PAGE
           MOVE WS-HEADER-LINE-1 TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO RPTFILE-RECORD
           WRITE RPTFILE-RECORD AFTER ADVANCING 1 LINE
           MOVE 2 TO WS-LINE-COUNT.

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

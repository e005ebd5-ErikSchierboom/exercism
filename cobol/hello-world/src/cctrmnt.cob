      *****************************************************************
      * CCTRMNT
      * Cost-centre master maintenance. Applies ADD/CHANGE/CLOSE/
      * REOPEN transaction cards (CCTRTRAN) against the keyed
      * CCTRMST cost-centre master (CCTREC.cpy) and prints a
      * before/after maintenance report on RPTFILE, exactly as
      * RECPMNT maintains the recipient master. Card layout:
      * columns 1-6 action, 8-15 cost centre id, 17-24 department,
      * 26-50 cost centre name, 52-58 rate per delivered greeting
      * (seven digits, four of them decimal places - 0012500 is
      * 1.25), 60-69 general ledger account. ADD and CHANGE carry
      * the full definition; CHANGE keeps the cost centre's open or
      * closed status. CLOSE and REOPEN carry the cost centre id
      * only: CLOSE stops GREETDRV and SCHDMNT accepting requests
      * for it from the CALENDAR business date, REOPEN makes it
      * active again. There is no DELETE - a closed cost centre
      * stays on the master so the month-end chargeback (GREETCHG)
      * can still charge it for greetings delivered before it
      * closed. With no CALENDAR card the clock date is used.
      * RC=0 all cards applied, RC=8 any card rejected, RC=12 file
      * failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCTRMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCTRMST-FILE ASSIGN TO CCTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCTR-ID
               FILE STATUS IS WS-CCTRMST-STATUS.
           SELECT CCTRTRAN-FILE ASSIGN TO CCTRTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCTRTRAN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CCTRMST-FILE.
           COPY CCTREC.
       FD  CCTRTRAN-FILE
           RECORDING MODE IS F.
       01 CCTRTRAN-RECORD.
           05 CCTRTRAN-ACTION          PIC X(6).
           05 FILLER                   PIC X.
           05 CCTRTRAN-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 CCTRTRAN-DEPARTMENT      PIC X(8).
           05 FILLER                   PIC X.
           05 CCTRTRAN-NAME            PIC X(25).
           05 FILLER                   PIC X.
           05 CCTRTRAN-RATE            PIC X(7).
           05 CCTRTRAN-RATE-VALUE REDEFINES CCTRTRAN-RATE
                                       PIC 9(3)V9(4).
           05 FILLER                   PIC X.
           05 CCTRTRAN-GL-ACCOUNT      PIC X(10).
           05 FILLER                   PIC X(11).
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-CCTRMST-STATUS            PIC XX VALUE SPACES.
       01 WS-CCTRTRAN-STATUS           PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-CCTRTRAN-EOF              PIC X VALUE "N".
           88 CCTRTRAN-AT-EOF          VALUE "Y".
       01 WS-CCTRMST-EOF               PIC X VALUE "N".
           88 CCTRMST-AT-EOF           VALUE "Y".
       01 WS-TRAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT                 PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01 WS-CLOSE-COUNT               PIC 9(5) VALUE 0.
       01 WS-REOPEN-COUNT              PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01 WS-TRAN-STATUS               PIC X(8) VALUE SPACES.
       01 WS-TRAN-REASON               PIC X(30) VALUE SPACES.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "CCTRMNT".
           05 FILLER                   PIC X(40) VALUE
               "COST CENTRE MASTER MAINTENANCE REPORT".
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
           05 WS-MASTER-NAME           PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS         PIC X.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-RATE           PIC ZZ9.9999.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-GL-ACCOUNT     PIC X(10).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-MASTER-CLOSE-DATE     PIC X(8).
           05 FILLER                   PIC X(47) VALUE SPACES.
       01 WS-TRAN-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-TRAN-LINE-ACTION      PIC X(6).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-ID          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-DEPARTMENT  PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-NAME        PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-STATUS      PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-TRAN-LINE-REASON      PIC X(30).
           05 FILLER                   PIC X(32) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       CCTR-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           PERFORM READ-CALENDAR
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-CCTRMST
           IF WS-FINAL-RC >= 12
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "COST CENTRE MASTER BEFORE MAINTENANCE"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM LIST-MASTER
           MOVE "TRANSACTIONS APPLIED" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM APPLY-TRANSACTIONS
           MOVE "COST CENTRE MASTER AFTER MAINTENANCE"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM LIST-MASTER
           MOVE "MAINTENANCE TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM PRINT-TOTALS
           CLOSE CCTRMST-FILE
           CLOSE RPTFILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "CCTRMNT: OPEN CALENDAR FAILED, STATUS="
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
               DISPLAY "CCTRMNT: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       OPEN-CCTRMST.
           OPEN I-O CCTRMST-FILE
           IF WS-CCTRMST-STATUS = "35"
               OPEN OUTPUT CCTRMST-FILE
               CLOSE CCTRMST-FILE
               OPEN I-O CCTRMST-FILE
           END-IF
           IF WS-CCTRMST-STATUS NOT = "00"
               DISPLAY "CCTRMNT: OPEN CCTRMST FAILED, STATUS="
                   WS-CCTRMST-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       LIST-MASTER.
           MOVE "N" TO WS-CCTRMST-EOF
           MOVE LOW-VALUES TO CCTR-ID
           START CCTRMST-FILE KEY NOT < CCTR-ID
               INVALID KEY
                   SET CCTRMST-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL CCTRMST-AT-EOF
               READ CCTRMST-FILE NEXT
                   AT END
                       SET CCTRMST-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-MASTER-ENTRY
               END-READ
           END-PERFORM.

       PRINT-MASTER-ENTRY.
           MOVE CCTR-ID TO WS-MASTER-ID
           MOVE CCTR-DEPARTMENT TO WS-MASTER-DEPARTMENT
           MOVE CCTR-NAME TO WS-MASTER-NAME
           MOVE CCTR-STATUS TO WS-MASTER-STATUS
           MOVE CCTR-RATE TO WS-MASTER-RATE
           MOVE CCTR-GL-ACCOUNT TO WS-MASTER-GL-ACCOUNT
           MOVE CCTR-CLOSE-DATE TO WS-MASTER-CLOSE-DATE
           MOVE WS-MASTER-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       APPLY-TRANSACTIONS.
           OPEN INPUT CCTRTRAN-FILE
           IF WS-CCTRTRAN-STATUS NOT = "00"
               IF WS-CCTRTRAN-STATUS NOT = "35"
                   DISPLAY "CCTRMNT: OPEN CCTRTRAN FAILED, STATUS="
                       WS-CCTRTRAN-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CCTRTRAN-AT-EOF
               READ CCTRTRAN-FILE
                   AT END
                       SET CCTRTRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE CCTRTRAN-FILE.

       APPLY-ONE-TRANSACTION.
           IF CCTRTRAN-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           MOVE "APPLIED" TO WS-TRAN-STATUS
           MOVE SPACES TO WS-TRAN-REASON
           EVALUATE CCTRTRAN-ACTION
               WHEN "ADD"
                   PERFORM APPLY-ADD
               WHEN "CHANGE"
                   PERFORM APPLY-CHANGE
               WHEN "CLOSE"
                   PERFORM APPLY-CLOSE
               WHEN "REOPEN"
                   PERFORM APPLY-REOPEN
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
           MOVE CCTRTRAN-ACTION TO WS-TRAN-LINE-ACTION
           MOVE CCTRTRAN-ID TO WS-TRAN-LINE-ID
           MOVE CCTRTRAN-DEPARTMENT TO WS-TRAN-LINE-DEPARTMENT
           MOVE CCTRTRAN-NAME TO WS-TRAN-LINE-NAME
           MOVE WS-TRAN-STATUS TO WS-TRAN-LINE-STATUS
           MOVE WS-TRAN-REASON TO WS-TRAN-LINE-REASON
           MOVE WS-TRAN-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * The definition an ADD or CHANGE card carries must be
      * chargeable as it stands.
       VALIDATE-DEFINITION.
           IF CCTRTRAN-ID = SPACES OR CCTRTRAN-DEPARTMENT = SPACES
                   OR CCTRTRAN-NAME = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING ID, DEPARTMENT OR NAME" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF CCTRTRAN-RATE IS NOT NUMERIC
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "RATE NOT NUMERIC" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF CCTRTRAN-GL-ACCOUNT = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING GL ACCOUNT" TO WS-TRAN-REASON
           END-IF.

       MOVE-DEFINITION.
           MOVE CCTRTRAN-DEPARTMENT TO CCTR-DEPARTMENT
           MOVE CCTRTRAN-NAME TO CCTR-NAME
           MOVE CCTRTRAN-RATE-VALUE TO CCTR-RATE
           MOVE CCTRTRAN-GL-ACCOUNT TO CCTR-GL-ACCOUNT
           MOVE WS-RUN-TIMESTAMP TO CCTR-UPDATE-TIMESTAMP.

       APPLY-ADD.
           PERFORM VALIDATE-DEFINITION
           IF WS-TRAN-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE CCTRTRAN-ID TO CCTR-ID
           PERFORM MOVE-DEFINITION
           MOVE "A" TO CCTR-STATUS
           MOVE SPACES TO CCTR-CLOSE-DATE
           WRITE CCTRMST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "DUPLICATE COST CENTRE ID" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       APPLY-CHANGE.
           PERFORM VALIDATE-DEFINITION
           IF WS-TRAN-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE CCTRTRAN-ID TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "COST CENTRE NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOVE-DEFINITION
           REWRITE CCTRMST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       APPLY-CLOSE.
           IF CCTRTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING COST CENTRE ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CCTRTRAN-ID TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "COST CENTRE NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF CCTR-STATUS NOT = "A"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "COST CENTRE NOT ACTIVE" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO CCTR-STATUS
           MOVE WS-BUSINESS-DATE TO CCTR-CLOSE-DATE
           MOVE WS-RUN-TIMESTAMP TO CCTR-UPDATE-TIMESTAMP
           REWRITE CCTRMST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSE-COUNT
           END-REWRITE.

       APPLY-REOPEN.
           IF CCTRTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING COST CENTRE ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CCTRTRAN-ID TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "COST CENTRE NOT ON FILE" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF CCTR-STATUS NOT = "C"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "COST CENTRE NOT CLOSED" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CCTR-STATUS
           MOVE SPACES TO CCTR-CLOSE-DATE
           MOVE WS-RUN-TIMESTAMP TO CCTR-UPDATE-TIMESTAMP
           REWRITE CCTRMST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-REOPEN-COUNT
           END-REWRITE.

       PRINT-TOTALS.
           MOVE "TRANSACTIONS READ" TO WS-COUNT-LABEL
           MOVE WS-TRAN-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES ADDED" TO WS-COUNT-LABEL
           MOVE WS-ADD-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES CHANGED" TO WS-COUNT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES CLOSED" TO WS-COUNT-LABEL
           MOVE WS-CLOSE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "COST CENTRES REOPENED" TO WS-COUNT-LABEL
           MOVE WS-REOPEN-COUNT TO WS-COUNT-VALUE
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

      * maintenance report on RPTFILE, so operations can maintain
      * recipients without a compile-and-promote cycle, exactly as
      * LANGMNT maintains the language master. Card layout: columns
      * 1-6 action (ADD/CHANGE/DELETE/REINST), columns 8-15
      * recipient id, columns 17-41 recipient name, columns 43-44
      * preferred locale code (a LANGMST key). REINST carries only
      * the recipient id and reinstates a recipient GREETACK has
      * suspended on the DLVHIST delivery history (DLVREC.cpy)
      * after a run of delivery failures: status back to active
      * and the failure run cleared, so GREETDRV greets it again.
      * ADD and CHANGE are refused unless the preferred locale has
      * greeting text in effect on LANGMST (LANGREC.cpy) on the
      * CALENDAR business date - a locale not loaded, not yet
      * effective, or withdrawn by a LANGMNT EXPIRE row would only
      * be rejected by GREETDRV on the night. With no CALENDAR card
      * the clock date is used.
      * DELETE also drops the recipient's delivery history, so an
      * id later re-added starts clean. The master listings mark
      * suspended recipients. RC=0 all cards applied, RC=8 any
      * card rejected, RC=12 file failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECPMNT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECIP-ID
               FILE STATUS IS WS-RECIPMST-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO DLVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS WS-DLVHIST-STATUS.
           SELECT LANGMST-FILE ASSIGN TO LANGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANGMST-KEY
               FILE STATUS IS WS-LANGMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RECPTRAN-FILE ASSIGN TO RECPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECPTRAN-STATUS.
       FILE SECTION.
       FD  RECIPMST-FILE.
           COPY RCPREC.
       FD  DLVHIST-FILE.
           COPY DLVREC.
       FD  LANGMST-FILE.
           COPY LANGREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  RECPTRAN-FILE
           RECORDING MODE IS F.
       01 RECPTRAN-RECORD.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RECIPMST-STATUS           PIC XX VALUE SPACES.
       01 WS-DLVHIST-STATUS            PIC XX VALUE SPACES.
       01 WS-LANGMST-STATUS            PIC XX VALUE SPACES.
       01 WS-LANGMST-OPEN-FLAG         PIC X VALUE "N".
           88 LANGMST-IS-OPEN          VALUE "Y".
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-RECPTRAN-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-RECPTRAN-EOF              PIC X VALUE "N".
           88 RECPTRAN-AT-EOF          VALUE "Y".
       01 WS-RECIPMST-EOF              PIC X VALUE "N".
           88 RECIPMST-AT-EOF          VALUE "Y".
       01 WS-LANGROW-EOF               PIC X VALUE "N".
           88 LANGROW-AT-EOF           VALUE "Y".
       01 WS-LOCALE-TEXT-FLAG          PIC X VALUE "N".
           88 LOCALE-TEXT-IN-EFFECT    VALUE "Y".
       01 WS-TRAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT                 PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT              PIC 9(5) VALUE 0.
       01 WS-REINSTATE-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01 WS-TRAN-STATUS               PIC X(8) VALUE SPACES.
       01 WS-TRAN-REASON               PIC X(30) VALUE SPACES.
           05 WS-MASTER-NAME           PIC X(25).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-MASTER-LOCALE         PIC X(2).
           05 FILLER                   PIC X(3) VALUE SPACES.
           05 WS-MASTER-DELIVERY       PIC X(9).
           05 FILLER                   PIC X(74) VALUE SPACES.
       01 WS-TRAN-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-TRAN-LINE-ACTION      PIC X(6).
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       RECIP-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           PERFORM READ-CALENDAR
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-DLVHIST
           IF WS-FINAL-RC >= 12
               CLOSE RECIPMST-FILE
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-LANGMST
           IF WS-FINAL-RC >= 12
               CLOSE DLVHIST-FILE
               CLOSE RECIPMST-FILE
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "RECIPIENT MASTER BEFORE MAINTENANCE"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM PRINT-TITLE-LINE
           PERFORM PRINT-TOTALS
           CLOSE RECIPMST-FILE
           CLOSE DLVHIST-FILE
           IF LANGMST-IS-OPEN
               CLOSE LANGMST-FILE
           END-IF
           CLOSE RPTFILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "RECPMNT: OPEN CALENDAR FAILED, STATUS="
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
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * The delivery history is created empty on first use, the
      * same as the recipient master.
       OPEN-DLVHIST.
           OPEN I-O DLVHIST-FILE
           IF WS-DLVHIST-STATUS = "35"
               OPEN OUTPUT DLVHIST-FILE
               CLOSE DLVHIST-FILE
               OPEN I-O DLVHIST-FILE
           END-IF
           IF WS-DLVHIST-STATUS NOT = "00"
               DISPLAY "RECPMNT: OPEN DLVHIST FAILED, STATUS="
                   WS-DLVHIST-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * The language master is only read here. One not yet defined
      * has no locales, so every ADD and CHANGE is refused.
       OPEN-LANGMST.
           OPEN INPUT LANGMST-FILE
           IF WS-LANGMST-STATUS = "00"
               SET LANGMST-IS-OPEN TO TRUE
           ELSE
               IF WS-LANGMST-STATUS NOT = "35"
                   DISPLAY "RECPMNT: OPEN LANGMST FAILED, STATUS="
                       WS-LANGMST-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF.

       LIST-MASTER.
           MOVE "N" TO WS-RECIPMST-EOF
           MOVE LOW-VALUES TO RECIP-ID
                       MOVE RECIP-ID TO WS-MASTER-ID
                       MOVE RECIP-NAME TO WS-MASTER-NAME
                       MOVE RECIP-LOCALE TO WS-MASTER-LOCALE
                       PERFORM LOOKUP-DELIVERY-STATUS
                       MOVE WS-MASTER-LINE TO WS-DETAIL-LINE
                       PERFORM PRINT-REPORT-LINE
               END-READ
           END-PERFORM.

       LOOKUP-DELIVERY-STATUS.
           MOVE SPACES TO WS-MASTER-DELIVERY
           MOVE RECIP-ID TO DLVH-RECIP-ID
           READ DLVHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DLVH-STATUS = "S"
                       MOVE "SUSPENDED" TO WS-MASTER-DELIVERY
                   END-IF
           END-READ.

       APPLY-TRANSACTIONS.
           OPEN INPUT RECPTRAN-FILE
           IF WS-RECPTRAN-STATUS NOT = "00"
                   PERFORM APPLY-CHANGE
               WHEN "DELETE"
                   PERFORM APPLY-DELETE
               WHEN "REINST"
                   PERFORM APPLY-REINSTATE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
               MOVE "MISSING ID, NAME OR LOCALE" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOCALE-IN-EFFECT
           IF NOT LOCALE-TEXT-IN-EFFECT
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "LOCALE HAS NO TEXT IN EFFECT" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RECPTRAN-ID TO RECIP-ID
           MOVE RECPTRAN-NAME TO RECIP-NAME
           MOVE RECPTRAN-LOCALE TO RECIP-LOCALE
               MOVE "MISSING ID, NAME OR LOCALE" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LOCALE-IN-EFFECT
           IF NOT LOCALE-TEXT-IN-EFFECT
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "LOCALE HAS NO TEXT IN EFFECT" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RECPTRAN-ID TO RECIP-ID
           READ RECIPMST-FILE
               INVALID KEY
                   MOVE "RECIPIENT NOT ON MASTER" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE RECPTRAN-ID TO DLVH-RECIP-ID
                   DELETE DLVHIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-DELETE.

      * The row in effect on the business date is selected the way
      * GREETDRV selects it: the last row for the locale whose
      * effective date is not after the business date. A blank-text
      * expiry row in effect means the locale has been withdrawn.
       CHECK-LOCALE-IN-EFFECT.
           MOVE "N" TO WS-LOCALE-TEXT-FLAG
           IF NOT LANGMST-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LANGROW-EOF
           MOVE RECPTRAN-LOCALE TO LANGMST-CODE
           MOVE LOW-VALUES TO LANGMST-EFF-DATE
           START LANGMST-FILE KEY NOT < LANGMST-KEY
               INVALID KEY
                   SET LANGROW-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL LANGROW-AT-EOF
               READ LANGMST-FILE NEXT
                   AT END
                       SET LANGROW-AT-EOF TO TRUE
                   NOT AT END
                       IF LANGMST-CODE NOT = RECPTRAN-LOCALE OR
                               LANGMST-EFF-DATE > WS-BUSINESS-DATE
                           SET LANGROW-AT-EOF TO TRUE
                       ELSE
                           IF LANGMST-TEXT = SPACES
                               MOVE "N" TO WS-LOCALE-TEXT-FLAG
                           ELSE
                               SET LOCALE-TEXT-IN-EFFECT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Only a suspended recipient can be reinstated; its delivery
      * totals and last reason code are kept for the record.
       APPLY-REINSTATE.
           IF RECPTRAN-ID = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING RECIPIENT ID" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE RECPTRAN-ID TO DLVH-RECIP-ID
           READ DLVHIST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "NO DELIVERY HISTORY" TO WS-TRAN-REASON
                   EXIT PARAGRAPH
           END-READ
           IF DLVH-STATUS NOT = "S"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "RECIPIENT NOT SUSPENDED" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO DLVH-STATUS
           MOVE 0 TO DLVH-CONSEC-FAILURES
           MOVE SPACES TO DLVH-SUSPEND-DATE
           MOVE WS-RUN-TIMESTAMP TO DLVH-UPDATE-TIMESTAMP
           REWRITE DLVHIST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "REWRITE FAILED" TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-REINSTATE-COUNT
           END-REWRITE.

       PRINT-TOTALS.
           MOVE "TRANSACTIONS READ" TO WS-COUNT-LABEL
           MOVE WS-TRAN-COUNT TO WS-COUNT-VALUE
           MOVE "RECIPIENTS DELETED" TO WS-COUNT-LABEL
           MOVE WS-DELETE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENTS REINSTATED" TO WS-COUNT-LABEL
           MOVE WS-REINSTATE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

      * business date it governs, so next month's text can be
      * loaded today and cuts over by itself when HELLOWLD/GREETDRV
      * select the row in effect on the CALENDAR business date.
      * Card layout: columns 1-6 action (ADD/CHANGE/DELETE/
      * EXPIRE), columns 8-9 locale code, columns 11-18 effective
      * date (YYYYMMDD; blank = 00000000, effective always),
      * columns 20-33 greeting text. EXPIRE withdraws a locale from
      * its effective date by loading a blank-text row there; the
      * greeting programs treat it as no text in effect, and a
      * later text row (or deleting the expiry row) brings the
      * locale back. The master is kept consistent with the
      * RECIPMST recipient master (RCPREC.cpy): while recipients
      * still prefer a locale, a DELETE that would leave it with
      * no text in effect on the CALENDAR business date, or an
      * EXPIRE effective on or before that date, is refused.
      * Expiries staged for later dates are allowed - RCPLCHK
      * reports the recipients they will strand each night so
      * they can be moved first. With no CALENDAR card the clock
      * date is used. Every applied card is journaled to
      * LANGJRNL (JRNREC.cpy) with before/after row images so
      * historical text can be researched without old report
      * output. RC=0 all cards applied, RC=8 any card rejected,
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANGMST-KEY
               FILE STATUS IS WS-LANGMST-STATUS.
           SELECT RECIPMST-FILE ASSIGN TO RECIPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECIP-ID
               FILE STATUS IS WS-RECIPMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT LANGTRAN-FILE ASSIGN TO LANGTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LANGTRAN-STATUS.
       FILE SECTION.
       FD  LANGMST-FILE.
           COPY LANGREC.
       FD  RECIPMST-FILE.
           COPY RCPREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  LANGTRAN-FILE
           RECORDING MODE IS F.
       01 LANGTRAN-RECORD.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-LANGMST-STATUS            PIC XX VALUE SPACES.
       01 WS-RECIPMST-STATUS           PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-LANGTRAN-STATUS           PIC XX VALUE SPACES.
       01 WS-LANGJRNL-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-LANGTRAN-EOF              PIC X VALUE "N".
           88 LANGTRAN-AT-EOF          VALUE "Y".
       01 WS-LANGMST-EOF               PIC X VALUE "N".
           88 LANGMST-AT-EOF           VALUE "Y".
       01 WS-RECIPMST-EOF              PIC X VALUE "N".
           88 RECIPMST-AT-EOF          VALUE "Y".
       01 WS-LANGROW-EOF               PIC X VALUE "N".
           88 LANGROW-AT-EOF           VALUE "Y".
       01 WS-TRAN-COUNT                PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT                 PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(5) VALUE 0.
       01 WS-DELETE-COUNT              PIC 9(5) VALUE 0.
       01 WS-EXPIRE-COUNT              PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(5) VALUE 0.
       01 WS-TRAN-STATUS               PIC X(8) VALUE SPACES.
       01 WS-TRAN-REASON               PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE              PIC X(24) VALUE SPACES.
       01 WS-AFTER-FLAG                PIC X VALUE "N".
       01 WS-AFTER-IMAGE               PIC X(24) VALUE SPACES.
      * Recipients preferring the locale on the card, and whether
      * the locale keeps text in effect on the business date once
      * the row on the card is gone.
       01 WS-LOCALE-RECIP-COUNT        PIC 9(7) VALUE 0.
       01 WS-TEXT-REMAINS-FLAG         PIC X VALUE "N".
           88 TEXT-REMAINS-IN-EFFECT   VALUE "Y".
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       PROCEDURE DIVISION.
       LANG-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
           PERFORM READ-CALENDAR
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "LANGMNT: OPEN CALENDAR FAILED, STATUS="
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
                   NOT AT END
                       MOVE LANGMST-CODE TO WS-MASTER-CODE
                       MOVE LANGMST-EFF-DATE TO WS-MASTER-EFF-DATE
                       IF LANGMST-TEXT = SPACES
                           MOVE "** EXPIRED **" TO WS-MASTER-TEXT
                       ELSE
                           MOVE LANGMST-TEXT TO WS-MASTER-TEXT
                       END-IF
                       MOVE WS-MASTER-LINE TO WS-DETAIL-LINE
                       PERFORM PRINT-REPORT-LINE
               END-READ
                       PERFORM APPLY-CHANGE
                   WHEN "DELETE"
                       PERFORM APPLY-DELETE
                   WHEN "EXPIRE"
                       PERFORM APPLY-EXPIRE
                   WHEN OTHER
                       MOVE "REJECTED" TO WS-TRAN-STATUS
                       MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
                   MOVE "Y" TO WS-BEFORE-FLAG
                   MOVE LANGMST-RECORD TO WS-BEFORE-IMAGE
           END-READ
           PERFORM COUNT-LOCALE-RECIPIENTS
           IF WS-TRAN-STATUS = "REJECTED"
               MOVE "N" TO WS-BEFORE-FLAG
               MOVE SPACES TO WS-BEFORE-IMAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCALE-RECIP-COUNT > 0
               PERFORM CHECK-TEXT-WITHOUT-ROW
               IF NOT TEXT-REMAINS-IN-EFFECT
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "RECIPIENTS STILL PREFER LOCALE"
                       TO WS-TRAN-REASON
                   MOVE "N" TO WS-BEFORE-FLAG
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LANGTRAN-CODE TO LANGMST-CODE
           MOVE WS-TRAN-EFF-DATE TO LANGMST-EFF-DATE
           DELETE LANGMST-FILE
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

      * An expiry row carries blank text and must name the date
      * the locale is withdrawn from. Withdrawing it on or before
      * the business date takes the text away at once, so that is
      * refused while recipients still prefer the locale, the same
      * as a DELETE.
       APPLY-EXPIRE.
           IF LANGTRAN-CODE = SPACES
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "MISSING CODE OR TEXT" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-EFF-DATE = "00000000"
               MOVE "REJECTED" TO WS-TRAN-STATUS
               MOVE "EXPIRE NEEDS EFFECTIVE DATE" TO WS-TRAN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAN-EFF-DATE NOT > WS-BUSINESS-DATE
               PERFORM COUNT-LOCALE-RECIPIENTS
               IF WS-TRAN-STATUS = "REJECTED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOCALE-RECIP-COUNT > 0
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "RECIPIENTS STILL PREFER LOCALE"
                       TO WS-TRAN-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LANGTRAN-CODE TO LANGMST-CODE
           MOVE WS-TRAN-EFF-DATE TO LANGMST-EFF-DATE
           MOVE SPACES TO LANGMST-TEXT
           WRITE LANGMST-RECORD
               INVALID KEY
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "DUPLICATE LOCALE/EFF DATE"
                       TO WS-TRAN-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRE-COUNT
                   MOVE "Y" TO WS-AFTER-FLAG
                   MOVE LANGMST-RECORD TO WS-AFTER-IMAGE
           END-WRITE.

      * RECIPMST has no locale index, so the recipients preferring
      * the card's locale are counted by a pass of the master. A
      * master not yet defined has no recipients.
       COUNT-LOCALE-RECIPIENTS.
           MOVE 0 TO WS-LOCALE-RECIP-COUNT
           MOVE "N" TO WS-RECIPMST-EOF
           OPEN INPUT RECIPMST-FILE
           IF WS-RECIPMST-STATUS NOT = "00"
               IF WS-RECIPMST-STATUS NOT = "35"
                   DISPLAY "LANGMNT: OPEN RECIPMST FAILED, STATUS="
                       WS-RECIPMST-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "REJECTED" TO WS-TRAN-STATUS
                   MOVE "RECIPMST NOT AVAILABLE" TO WS-TRAN-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO RECIP-ID
           START RECIPMST-FILE KEY NOT < RECIP-ID
               INVALID KEY
                   SET RECIPMST-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL RECIPMST-AT-EOF
               READ RECIPMST-FILE NEXT
                   AT END
                       SET RECIPMST-AT-EOF TO TRUE
                   NOT AT END
                       IF RECIP-LOCALE = LANGTRAN-CODE
                           ADD 1 TO WS-LOCALE-RECIP-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIPMST-FILE.

      * Select the row in effect on the business date the way the
      * greeting programs do, passing over the row on the card:
      * text remains only if that row exists and is not an expiry.
       CHECK-TEXT-WITHOUT-ROW.
           MOVE "N" TO WS-TEXT-REMAINS-FLAG
           MOVE "N" TO WS-LANGROW-EOF
           MOVE LANGTRAN-CODE TO LANGMST-CODE
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
                       IF LANGMST-CODE NOT = LANGTRAN-CODE OR
                               LANGMST-EFF-DATE > WS-BUSINESS-DATE
                           SET LANGROW-AT-EOF TO TRUE
                       ELSE
                           IF LANGMST-EFF-DATE NOT = WS-TRAN-EFF-DATE
                               IF LANGMST-TEXT = SPACES
                                   MOVE "N" TO WS-TEXT-REMAINS-FLAG
                               ELSE
                                   SET TEXT-REMAINS-IN-EFFECT TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-TIMESTAMP TO LANGJRNL-TIMESTAMP
           MOVE LANGTRAN-ACTION TO LANGJRNL-ACTION
           MOVE "ROWS DELETED" TO WS-COUNT-LABEL
           MOVE WS-DELETE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "EXPIRIES STAGED" TO WS-COUNT-LABEL
           MOVE WS-EXPIRE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

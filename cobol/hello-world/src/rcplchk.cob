      *****************************************************************
      * RCPLCHK
      * Nightly recipient/locale referential integrity check
      * between the RECIPMST recipient master (RCPREC.cpy) and the
      * effective-dated LANGMST language master (LANGREC.cpy).
      * LANGMNT and RECPMNT keep the two masters consistent on the
      * CALENDAR business date, but text can still lapse later by
      * effective dating - an EXPIRE row staged for a future date,
      * or a locale whose only text is not yet effective. This
      * program looks ahead over the business date plus the next N
      * business days (SYSIN columns 1-3, default 5) and lists
      * every recipient whose preferred locale will have no text
      * in effect on any of them, with the first such date and the
      * reason: LOCALE NOT ON LANGMST, TEXT NOT YET EFFECTIVE,
      * LOCALE TEXT EXPIRED (withdrawn already) or TEXT STAGED TO
      * EXPIRE (withdrawn later in the window). The row in effect
      * on each date is selected exactly as GREETDRV selects it.
      * Future processing days are not known ahead of DAYOPEN, so
      * the look-ahead counts Monday-Friday. Any finding raises a
      * RECIP LOCALE NO TEXT alert on ALERTOUT (ALERTREC.cpy/
      * MSGCAT.cpy) so the locale is reloaded, or the recipients
      * moved with RECPMNT, before GREETDRV rejects their cards on
      * the night. RC=0 no findings, RC=8 recipients without text
      * in the window, RC=12 file or table failure, RC=16 missing
      * calendar.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPLCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPMST-FILE ASSIGN TO RECIPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECIP-ID
               FILE STATUS IS WS-RECIPMST-STATUS.
           SELECT LANGMST-FILE ASSIGN TO LANGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LANGMST-KEY
               FILE STATUS IS WS-LANGMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
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
       FD  RECIPMST-FILE.
           COPY RCPREC.
       FD  LANGMST-FILE.
           COPY LANGREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
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
       01 WS-RECIPMST-STATUS           PIC XX VALUE SPACES.
       01 WS-LANGMST-STATUS            PIC XX VALUE SPACES.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RECIPMST-EOF              PIC X VALUE "N".
           88 RECIPMST-AT-EOF          VALUE "Y".
       01 WS-LANGMST-EOF               PIC X VALUE "N".
           88 LANGMST-AT-EOF           VALUE "Y".
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-CALENDAR-OK-FLAG          PIC X VALUE "N".
           88 CALENDAR-WAS-READ        VALUE "Y".
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-ALERT-CONDITION           PIC X(20) VALUE SPACES.
       01 WS-ALERT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-MESSAGE-CODE        PIC X(8) VALUE SPACES.
       01 WS-LOOKAHEAD-DAYS            PIC 9(3) VALUE 5.
      * The dates checked: the business date and the business days
      * after it, oldest first.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-MAX            PIC 9(4) VALUE 1000.
           05 WS-WINDOW-COUNT          PIC 9(4) VALUE 0.
           05 WS-WINDOW-ENTRY OCCURS 1000 TIMES INDEXED BY WIN-IDX.
               10 WS-WINDOW-DATE       PIC X(8).
       01 WS-DAYS-ADDED                PIC 9(4) VALUE 0.
       01 WS-DAY-INTEGER               PIC 9(8) VALUE 0.
       01 WS-WEEKDAY                   PIC 9 VALUE 0.
       01 WS-DATE-NUMERIC              PIC 9(8) VALUE 0.
      * Every LANGMST row in key order (locale, then effective
      * date); the text flag is N for a blank-text expiry row.
       01 WS-ROW-TABLE.
           05 WS-ROW-MAX               PIC 9(4) VALUE 2000.
           05 WS-ROW-COUNT             PIC 9(4) VALUE 0.
           05 WS-ROW-ENTRY OCCURS 2000 TIMES INDEXED BY ROW-IDX.
               10 WS-ROW-EFF-DATE      PIC X(8).
               10 WS-ROW-TEXT-FLAG     PIC X.
      * One entry per locale on LANGMST with its run of rows and
      * the first window date it has no text in effect (spaces if
      * it has text throughout).
       01 WS-LOCALE-TABLE.
           05 WS-LOCALE-MAX            PIC 9(3) VALUE 500.
           05 WS-LOCALE-COUNT          PIC 9(3) VALUE 0.
           05 WS-LOCALE-ENTRY OCCURS 500 TIMES INDEXED BY LOC-IDX.
               10 WS-LOC-CODE          PIC X(2).
               10 WS-LOC-FIRST-ROW     PIC 9(4).
               10 WS-LOC-LAST-ROW      PIC 9(4).
               10 WS-LOC-GAP-DATE      PIC X(8).
               10 WS-LOC-REASON        PIC X(30).
               10 WS-LOC-RECIP-COUNT   PIC 9(7).
       01 WS-LOCALE-FOUND-FLAG         PIC X VALUE "N".
           88 LOCALE-WAS-FOUND         VALUE "Y".
       01 WS-CHECK-DATE                PIC X(8) VALUE SPACES.
      * Row in effect on WS-CHECK-DATE: Y text, N expiry row,
      * space no row in effect yet.
       01 WS-EFFECTIVE-FLAG            PIC X VALUE SPACE.
       01 WS-FINDING-DATE              PIC X(8) VALUE SPACES.
       01 WS-FINDING-REASON            PIC X(30) VALUE SPACES.
       01 WS-RECIP-COUNT               PIC 9(7) VALUE 0.
       01 WS-FINDING-COUNT             PIC 9(7) VALUE 0.
       01 WS-GAP-LOCALE-COUNT          PIC 9(7) VALUE 0.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "RCPLCHK".
           05 FILLER                   PIC X(40) VALUE
               "RECIPIENT LOCALE INTEGRITY CHECK".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(14) VALUE "BUSINESS DATE".
           05 WS-HEADER-BUS-DATE       PIC X(8).
           05 FILLER                   PIC X(24) VALUE
               "   LOOK-AHEAD (DAYS)".
           05 WS-HEADER-LOOKAHEAD      PIC ZZ9.
           05 FILLER                   PIC X(11) VALUE "   THROUGH".
           05 WS-HEADER-THROUGH        PIC X(8).
           05 FILLER                   PIC X(64) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(78) VALUE SPACES.
       01 WS-FINDING-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE "RECIP ID".
           05 FILLER                   PIC X(27) VALUE "NAME".
           05 FILLER                   PIC X(8) VALUE "LOCALE".
           05 FILLER                   PIC X(14) VALUE "NO TEXT FROM".
           05 FILLER                   PIC X(68) VALUE "REASON".
       01 WS-FINDING-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-FND-RECIP-ID          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-RECIP-NAME        PIC X(25).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-LOCALE            PIC X(2).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-FND-DATE              PIC X(8).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-FND-REASON            PIC X(30).
           05 FILLER                   PIC X(38) VALUE SPACES.
       01 WS-LOCALE-HEADING.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE "LOCALE".
           05 FILLER                   PIC X(14) VALUE "NO TEXT FROM".
           05 FILLER                   PIC X(32) VALUE "REASON".
           05 FILLER                   PIC X(73) VALUE "RECIPIENTS".
       01 WS-LOCALE-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-LCL-CODE              PIC X(2).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-LCL-DATE              PIC X(8).
           05 FILLER                   PIC X(6) VALUE SPACES.
           05 WS-LCL-REASON            PIC X(30).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-LCL-RECIP-COUNT       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(64) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       LOCALE-CHECK.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-CALENDAR
           IF NOT CALENDAR-WAS-READ
               DISPLAY "RCPLCHK: CALENDAR CARD MISSING, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PARAMETER-CARD
           PERFORM BUILD-LOOKAHEAD-WINDOW
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           PERFORM LOAD-LANGUAGE-MASTER
           IF WS-FINAL-RC < 12
               PERFORM EVALUATE-LOCALES
               MOVE SPACES TO WS-TITLE-TEXT
               MOVE "RECIPIENTS WITHOUT TEXT IN THE LOOK-AHEAD WINDOW"
                   TO WS-TITLE-TEXT
               PERFORM PRINT-TITLE-LINE
               MOVE WS-FINDING-HEADING TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM CHECK-RECIPIENTS
               PERFORM PRINT-LOCALE-SUMMARY
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           IF WS-FINDING-COUNT > 0 AND WS-FINAL-RC < 12
               MOVE 8 TO WS-FINAL-RC
               MOVE "RECIP LOCALE NO TEXT" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM WRITE-ALERT
           END-IF
           DISPLAY "RCPLCHK: RECIPIENTS=" WS-RECIP-COUNT
               " WITHOUT TEXT=" WS-FINDING-COUNT
               " LOCALES WITHOUT TEXT=" WS-GAP-LOCALE-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "RCPLCHK: OPEN CALENDAR FAILED, STATUS="
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
                       SET CALENDAR-WAS-READ TO TRUE
                   END-IF
           END-READ
           CLOSE CALENDAR-FILE.

      * SYSIN columns 1-3 carry the look-ahead in business days; a
      * missing, blank or zero card keeps the default of 5.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "RCPLCHK: OPEN SYSIN FAILED, STATUS="
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
                   MOVE SYSIN-RECORD(1:3) TO WS-LOOKAHEAD-DAYS
               END-IF
           END-IF.

      * The business date itself, then the next Monday-Friday dates
      * until the look-ahead is covered.
       BUILD-LOOKAHEAD-WINDOW.
           MOVE 1 TO WS-WINDOW-COUNT
           MOVE WS-BUSINESS-DATE TO WS-WINDOW-DATE(1)
           MOVE 0 TO WS-DAYS-ADDED
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           PERFORM UNTIL WS-DAYS-ADDED >= WS-LOOKAHEAD-DAYS
               ADD 1 TO WS-DAY-INTEGER
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
               IF WS-WEEKDAY < 5
                   ADD 1 TO WS-DAYS-ADDED
                   ADD 1 TO WS-WINDOW-COUNT
                   COMPUTE WS-DATE-NUMERIC =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   MOVE WS-DATE-NUMERIC
                       TO WS-WINDOW-DATE(WS-WINDOW-COUNT)
               END-IF
           END-PERFORM.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "RCPLCHK: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF.

      * A language master not yet defined has no locales, so every
      * recipient is reported.
       LOAD-LANGUAGE-MASTER.
           OPEN INPUT LANGMST-FILE
           IF WS-LANGMST-STATUS NOT = "00"
               IF WS-LANGMST-STATUS NOT = "35"
                   DISPLAY "RCPLCHK: OPEN LANGMST FAILED, STATUS="
                       WS-LANGMST-STATUS
                   MOVE 12 TO WS-FINAL-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LANGMST-KEY
           START LANGMST-FILE KEY NOT < LANGMST-KEY
               INVALID KEY
                   SET LANGMST-AT-EOF TO TRUE
           END-START
           PERFORM UNTIL LANGMST-AT-EOF
               READ LANGMST-FILE NEXT
                   AT END
                       SET LANGMST-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-LANGUAGE-ROW
               END-READ
           END-PERFORM
           CLOSE LANGMST-FILE.

       ADD-LANGUAGE-ROW.
           IF WS-ROW-COUNT >= WS-ROW-MAX
               DISPLAY "RCPLCHK: LANGMST ROW TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               SET LANGMST-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOCALE-COUNT = 0 OR
                   WS-LOC-CODE(WS-LOCALE-COUNT) NOT = LANGMST-CODE
               IF WS-LOCALE-COUNT >= WS-LOCALE-MAX
                   DISPLAY "RCPLCHK: LOCALE TABLE CAPACITY EXCEEDED"
                   MOVE 12 TO WS-FINAL-RC
                   SET LANGMST-AT-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOCALE-COUNT
               SET LOC-IDX TO WS-LOCALE-COUNT
               MOVE LANGMST-CODE TO WS-LOC-CODE(LOC-IDX)
               COMPUTE WS-LOC-FIRST-ROW(LOC-IDX) = WS-ROW-COUNT + 1
               MOVE SPACES TO WS-LOC-GAP-DATE(LOC-IDX)
               MOVE SPACES TO WS-LOC-REASON(LOC-IDX)
               MOVE 0 TO WS-LOC-RECIP-COUNT(LOC-IDX)
           END-IF
           ADD 1 TO WS-ROW-COUNT
           SET ROW-IDX TO WS-ROW-COUNT
           MOVE LANGMST-EFF-DATE TO WS-ROW-EFF-DATE(ROW-IDX)
           IF LANGMST-TEXT = SPACES
               MOVE "N" TO WS-ROW-TEXT-FLAG(ROW-IDX)
           ELSE
               MOVE "Y" TO WS-ROW-TEXT-FLAG(ROW-IDX)
           END-IF
           MOVE WS-ROW-COUNT TO WS-LOC-LAST-ROW(WS-LOCALE-COUNT).

      * Walk each locale through the window and keep the first date
      * it has no text in effect. Once a text row is in effect a
      * row stays in effect, so a lapse inside the window can only
      * be an expiry row cutting in.
       EVALUATE-LOCALES.
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCALE-COUNT
               PERFORM VARYING WIN-IDX FROM 1 BY 1
                       UNTIL WIN-IDX > WS-WINDOW-COUNT
                   MOVE WS-WINDOW-DATE(WIN-IDX) TO WS-CHECK-DATE
                   PERFORM SELECT-ROW-IN-EFFECT
                   IF WS-EFFECTIVE-FLAG NOT = "Y"
                       MOVE WS-CHECK-DATE TO WS-LOC-GAP-DATE(LOC-IDX)
                       EVALUATE TRUE
                           WHEN WS-EFFECTIVE-FLAG = SPACE
                               MOVE "TEXT NOT YET EFFECTIVE"
                                   TO WS-LOC-REASON(LOC-IDX)
                           WHEN WIN-IDX = 1
                               MOVE "LOCALE TEXT EXPIRED"
                                   TO WS-LOC-REASON(LOC-IDX)
                           WHEN OTHER
                               MOVE "TEXT STAGED TO EXPIRE"
                                   TO WS-LOC-REASON(LOC-IDX)
                       END-EVALUATE
                       ADD 1 TO WS-GAP-LOCALE-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The last row of the locale whose effective date is not
      * after the date being checked, the same selection GREETDRV
      * makes on the night.
       SELECT-ROW-IN-EFFECT.
           MOVE SPACE TO WS-EFFECTIVE-FLAG
           PERFORM VARYING ROW-IDX FROM WS-LOC-FIRST-ROW(LOC-IDX) BY 1
                   UNTIL ROW-IDX > WS-LOC-LAST-ROW(LOC-IDX)
               IF WS-ROW-EFF-DATE(ROW-IDX) > WS-CHECK-DATE
                   EXIT PERFORM
               END-IF
               MOVE WS-ROW-TEXT-FLAG(ROW-IDX) TO WS-EFFECTIVE-FLAG
           END-PERFORM.

      * A recipient master not yet defined has nothing to check.
       CHECK-RECIPIENTS.
           OPEN INPUT RECIPMST-FILE
           IF WS-RECIPMST-STATUS NOT = "00"
               IF WS-RECIPMST-STATUS NOT = "35"
                   DISPLAY "RCPLCHK: OPEN RECIPMST FAILED, STATUS="
                       WS-RECIPMST-STATUS
                   MOVE 12 TO WS-FINAL-RC
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
                       ADD 1 TO WS-RECIP-COUNT
                       PERFORM CHECK-ONE-RECIPIENT
               END-READ
           END-PERFORM
           CLOSE RECIPMST-FILE.

       CHECK-ONE-RECIPIENT.
           MOVE "N" TO WS-LOCALE-FOUND-FLAG
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCALE-COUNT
               IF WS-LOC-CODE(LOC-IDX) = RECIP-LOCALE
                   SET LOCALE-WAS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LOCALE-WAS-FOUND
               IF WS-LOC-GAP-DATE(LOC-IDX) = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOC-RECIP-COUNT(LOC-IDX)
               MOVE WS-LOC-GAP-DATE(LOC-IDX) TO WS-FINDING-DATE
               MOVE WS-LOC-REASON(LOC-IDX) TO WS-FINDING-REASON
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-FINDING-DATE
               MOVE "LOCALE NOT ON LANGMST" TO WS-FINDING-REASON
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           MOVE RECIP-ID TO WS-FND-RECIP-ID
           MOVE RECIP-NAME TO WS-FND-RECIP-NAME
           MOVE RECIP-LOCALE TO WS-FND-LOCALE
           MOVE WS-FINDING-DATE TO WS-FND-DATE
           MOVE WS-FINDING-REASON TO WS-FND-REASON
           MOVE WS-FINDING-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

      * Every LANGMST locale that lapses in the window, whether or
      * not any recipient prefers it yet.
       PRINT-LOCALE-SUMMARY.
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "LOCALES WITHOUT TEXT IN THE LOOK-AHEAD WINDOW"
               TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE WS-LOCALE-HEADING TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING LOC-IDX FROM 1 BY 1
                   UNTIL LOC-IDX > WS-LOCALE-COUNT
               IF WS-LOC-GAP-DATE(LOC-IDX) NOT = SPACES
                   MOVE WS-LOC-CODE(LOC-IDX) TO WS-LCL-CODE
                   MOVE WS-LOC-GAP-DATE(LOC-IDX) TO WS-LCL-DATE
                   MOVE WS-LOC-REASON(LOC-IDX) TO WS-LCL-REASON
                   MOVE WS-LOC-RECIP-COUNT(LOC-IDX)
                       TO WS-LCL-RECIP-COUNT
                   MOVE WS-LOCALE-LINE TO WS-DETAIL-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           MOVE SPACES TO WS-TITLE-TEXT
           MOVE "INTEGRITY CHECK TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "BUSINESS DATES CHECKED" TO WS-COUNT-LABEL
           MOVE WS-WINDOW-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "LANGMST ROWS READ" TO WS-COUNT-LABEL
           MOVE WS-ROW-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "LOCALES ON LANGMST" TO WS-COUNT-LABEL
           MOVE WS-LOCALE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "LOCALES WITHOUT TEXT IN WINDOW" TO WS-COUNT-LABEL
           MOVE WS-GAP-LOCALE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENTS CHECKED" TO WS-COUNT-LABEL
           MOVE WS-RECIP-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "RECIPIENTS WITHOUT TEXT IN WINDOW" TO WS-COUNT-LABEL
           MOVE WS-FINDING-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "RCPLCHK: OPEN ALERTOUT FAILED, STATUS="
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
               DISPLAY "RCPLCHK: WRITE ALERTOUT FAILED, STATUS="
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
           MOVE WS-LOOKAHEAD-DAYS TO WS-HEADER-LOOKAHEAD
           MOVE WS-WINDOW-DATE(WS-WINDOW-COUNT) TO WS-HEADER-THROUGH
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

      *****************************************************************
      * GREETRST
      * GREETDRV restart preparation, the first step of the
      * GREETDRV job. GREETDRV commits its position to the RSTCTL
      * restart control (RSTREC.cpy) every N requests, but the
      * GREETOUT/AUDITLOG/GREETEXC rows it appended with DISP=MOD
      * after its last commit point are still on file when it
      * abends, and rerunning on top of them would duplicate those
      * greetings. This step reads RSTCTL for the CALENDAR business
      * date; when the latest record for a request file is still I
      * (in flight - the run abended or was abandoned on a file
      * failure before the end of the file) it
      * rewrites the three files to OUTNEW/AUDNEW/EXCNEW keeping,
      * of the failed attempt's rows (business date matches and
      * timestamp not before the attempt's RUN-START), only as many
      * as were committed, and appends a P record so GREETDRV
      * resumes after the committed GREETDISP-SEQ with the counts
      * carried forward. A latest P is handled as I: GREETDRV
      * writes I as soon as it restarts, so a P still on top
      * means the copy-back or the restart never ran, and the
      * purge is done again (keeping every row of a file that
      * was already purged). Audit rows kept after a purged one are
      * renumbered and re-chained so the AUDITLOG sequence and
      * hash chain (AUDREC.cpy) stay unbroken. The job's
      * copy-back steps put the NEW datasets over the live ones
      * when this step ends RC=0.
      * The failed attempt's rows are told apart only by date and
      * timestamp, so nothing else may have written into the date
      * between the abend and the restart: the step refuses when
      * RSTCTL shows another GREETDRV request file for the date
      * started after the failed attempt, when CHECKPT shows a
      * HELLOWLD run for the date since then, when GREETEXC shows
      * an exception closed since then by GREETFIX or GREETBKO, or
      * when AUDITLOG holds an ALREADY-DONE or BACKOUT REVERSAL row
      * among the attempt's rows - purging by position would drop
      * that other job's rows along with the uncommitted ones.
      * RC=0 rows purged and restart prepared, RC=4 no run in
      * flight for the date (nothing to do - GREETDRV runs as
      * normal), RC=12 file failure, RC=16 missing calendar, more
      * than one request file in flight, or another job has
      * written into the date since the failed attempt started
      * (restart by hand, latest first).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RSTCTL-FILE ASSIGN TO RSTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTCTL-STATUS.
           SELECT CHECKPT-FILE ASSIGN TO CHECKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPT-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  RSTCTL-FILE
           RECORDING MODE IS F.
           COPY RSTREC.
       FD  CHECKPT-FILE
           RECORDING MODE IS F.
           COPY CHKREC.
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
       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-RSTCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-CHECKPT-STATUS            PIC XX VALUE SPACES.
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
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21).
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-CALENDAR-OK-FLAG          PIC X VALUE "N".
           88 CALENDAR-WAS-READ        VALUE "Y".
       01 WS-RSTCTL-EOF                PIC X VALUE "N".
           88 RSTCTL-AT-EOF            VALUE "Y".
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
      * Latest restart control record per request file for the
      * date; a day sees a handful of request files at most.
       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-MAX           PIC 9(3) VALUE 50.
           05 WS-REQUEST-COUNT         PIC 9(3) VALUE 0.
           05 WS-REQUEST-ENTRY OCCURS 50 TIMES INDEXED BY REQ-IDX.
               10 WS-REQUEST-IMAGE     PIC X(113).
       01 WS-REQUEST-FOUND-FLAG        PIC X VALUE "N".
           88 REQUEST-ENTRY-FOUND      VALUE "Y".
       01 WS-IN-FLIGHT-COUNT           PIC 9(3) VALUE 0.
       01 WS-IN-FLIGHT-IMAGE           PIC X(113) VALUE SPACES.
       01 WS-IN-FLIGHT-RECORD REDEFINES WS-IN-FLIGHT-IMAGE.
           05 WS-IF-BUS-DATE           PIC X(8).
           05 WS-IF-REQUEST-ID         PIC X(22).
           05 WS-IF-STATUS             PIC X.
           05 WS-IF-COMMIT-SEQ         PIC 9(5).
           05 WS-IF-ACCEPT-COUNT       PIC 9(5).
           05 WS-IF-REJECT-COUNT       PIC 9(5).
           05 WS-IF-RETURN-CODE        PIC 9(4).
           05 WS-IF-RUN-START          PIC X(21).
           05 WS-IF-OUT-ROWS           PIC 9(7).
           05 WS-IF-AUD-ROWS           PIC 9(7).
           05 WS-IF-EXC-ROWS           PIC 9(7).
           05 WS-IF-TIMESTAMP          PIC X(21).
      * The job found to have written into the date after the
      * failed attempt started; spaces when none.
       01 WS-LATER-WRITER              PIC X(30) VALUE SPACES.
       01 WS-WINDOW-ROWS               PIC 9(7) VALUE 0.
       01 WS-OUT-KEPT                  PIC 9(7) VALUE 0.
       01 WS-OUT-DROPPED               PIC 9(7) VALUE 0.
       01 WS-AUD-KEPT                  PIC 9(7) VALUE 0.
       01 WS-AUD-DROPPED               PIC 9(7) VALUE 0.
       01 WS-EXC-KEPT                  PIC 9(7) VALUE 0.
       01 WS-EXC-DROPPED               PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       GREET-RESTART-PREP.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-CALENDAR
           IF NOT CALENDAR-WAS-READ
               DISPLAY "GREETRST: CALENDAR CARD MISSING, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-RESTART-CONTROL
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FIND-IN-FLIGHT-RUN
           IF WS-IN-FLIGHT-COUNT = 0
               DISPLAY "GREETRST: NO GREETDRV RUN IN FLIGHT FOR "
                   WS-BUSINESS-DATE ", NOTHING TO PREPARE"
               MOVE 4 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-IN-FLIGHT-COUNT > 1
               DISPLAY "GREETRST: " WS-IN-FLIGHT-COUNT
                   " REQUEST FILES IN FLIGHT FOR " WS-BUSINESS-DATE
                   ", RESTART EACH BY HAND, RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "GREETRST: REQUEST FILE " WS-IF-REQUEST-ID
               " IN FLIGHT, COMMITTED THROUGH SEQ " WS-IF-COMMIT-SEQ
           IF WS-IF-STATUS = "P"
               DISPLAY "GREETRST: RESTART PREPARED BUT NOT RESUMED, "
                   "PURGE REDONE"
           END-IF
           PERFORM CHECK-LATER-WRITERS
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LATER-WRITER NOT = SPACES
               DISPLAY "GREETRST: " FUNCTION TRIM(WS-LATER-WRITER)
                   " WROTE INTO " WS-BUSINESS-DATE
                   " AFTER THE FAILED RUN STARTED, RESTART BY HAND, "
                   "RUN ABORTED"
               MOVE 16 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PURGE-GREETOUT
           IF WS-FINAL-RC < 12
               PERFORM PURGE-AUDITLOG
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM PURGE-GREETEXC
           END-IF
           IF WS-FINAL-RC < 12
               PERFORM WRITE-PREPARED-RECORD
           END-IF
           DISPLAY "GREETRST: GREETOUT KEPT " WS-OUT-KEPT
               " DROPPED " WS-OUT-DROPPED
           DISPLAY "GREETRST: AUDITLOG KEPT " WS-AUD-KEPT
               " DROPPED " WS-AUD-DROPPED
           DISPLAY "GREETRST: GREETEXC KEPT " WS-EXC-KEPT
               " DROPPED " WS-EXC-DROPPED
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               IF WS-CALENDAR-STATUS NOT = "35"
                   DISPLAY "GREETRST: OPEN CALENDAR FAILED, STATUS="
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

      * Last record on file per request file wins; a missing RSTCTL
      * means GREETDRV has never committed anything to restart.
       READ-RESTART-CONTROL.
           MOVE "N" TO WS-RSTCTL-EOF
           OPEN INPUT RSTCTL-FILE
           IF WS-RSTCTL-STATUS = "05" OR WS-RSTCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RSTCTL-AT-EOF
               READ RSTCTL-FILE
                   AT END
                       SET RSTCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF RSTCTL-BUS-DATE = WS-BUSINESS-DATE
                           PERFORM NOTE-REQUEST-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSTCTL-FILE.

       NOTE-REQUEST-STATE.
           MOVE "N" TO WS-REQUEST-FOUND-FLAG
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQUEST-COUNT
               IF WS-REQUEST-IMAGE(REQ-IDX)(9:22) = RSTCTL-REQUEST-ID
                   MOVE RSTCTL-RECORD TO WS-REQUEST-IMAGE(REQ-IDX)
                   SET REQUEST-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT REQUEST-ENTRY-FOUND
               IF WS-REQUEST-COUNT >= WS-REQUEST-MAX
                   DISPLAY "GREETRST: RESTART TABLE FULL AT "
                       WS-REQUEST-MAX " REQUEST FILES"
                   MOVE 12 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REQUEST-COUNT
               SET REQ-IDX TO WS-REQUEST-COUNT
               MOVE RSTCTL-RECORD TO WS-REQUEST-IMAGE(REQ-IDX)
           END-IF.

      * A latest P means this step prepared the restart before but
      * GREETDRV never got going again (it writes I as it starts) -
      * a copy-back step may have failed part way - so the purge is
      * redone from the live files. The P carries the same RUN-START
      * and committed row counts as the I it was made from, so
      * purging files already purged keeps every row.
       FIND-IN-FLIGHT-RUN.
           MOVE 0 TO WS-IN-FLIGHT-COUNT
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQUEST-COUNT
               IF WS-REQUEST-IMAGE(REQ-IDX)(31:1) = "I" OR
                       WS-REQUEST-IMAGE(REQ-IDX)(31:1) = "P"
                   ADD 1 TO WS-IN-FLIGHT-COUNT
                   MOVE WS-REQUEST-IMAGE(REQ-IDX)
                       TO WS-IN-FLIGHT-IMAGE
               END-IF
           END-PERFORM.

      * Every job that appends to GREETOUT/AUDITLOG/GREETEXC leaves
      * its own mark; the first one found after the failed
      * attempt's RUN-START stops the restart.
       CHECK-LATER-WRITERS.
           PERFORM CHECK-LATER-REQUEST-FILES
           IF WS-LATER-WRITER = SPACES
               PERFORM CHECK-LATER-CHECKPOINTS
           END-IF
           IF WS-LATER-WRITER = SPACES AND WS-FINAL-RC < 12
               PERFORM CHECK-LATER-CORRECTIONS
           END-IF
           IF WS-LATER-WRITER = SPACES AND WS-FINAL-RC < 12
               PERFORM CHECK-LATER-AUDIT-ROWS
           END-IF.

      * Another GREETDRV request file for the date - including the
      * GREETREL scheduled batch - whose latest attempt started
      * after the failed one.
       CHECK-LATER-REQUEST-FILES.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQUEST-COUNT
               IF WS-REQUEST-IMAGE(REQ-IDX)(9:22) NOT =
                       WS-IF-REQUEST-ID AND
                       WS-REQUEST-IMAGE(REQ-IDX)(51:21) >
                       WS-IF-RUN-START
                   MOVE "GREETDRV REQUEST FILE"
                       TO WS-LATER-WRITER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * HELLOWLD checkpoints every run it makes into the date.
      * A missing CHECKPT means HELLOWLD has never run.
       CHECK-LATER-CHECKPOINTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CHECKPT-FILE
           IF WS-CHECKPT-STATUS = "05" OR WS-CHECKPT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECKPT-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN CHECKPT FAILED, STATUS="
                   WS-CHECKPT-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ CHECKPT-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF CHECKPT-BUS-DATE = WS-BUSINESS-DATE AND
                               CHECKPT-TIMESTAMP >= WS-IF-RUN-START
                           MOVE "HELLOWLD" TO WS-LATER-WRITER
                           SET FILE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKPT-FILE.

      * GREETFIX closes every exception it recycles, and GREETBKO
      * every open one in the range it backs out, stamping the
      * clock time it did so.
       CHECK-LATER-CORRECTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETEXC-FILE
           IF WS-GREETEXC-STATUS = "05" OR WS-GREETEXC-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-GREETEXC-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN GREETEXC FAILED, STATUS="
                   WS-GREETEXC-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ GREETEXC-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF GREETEXC-STATUS = "C" AND
                               GREETEXC-CORR-TIMESTAMP >=
                               WS-IF-RUN-START
                           MOVE "GREETFIX OR GREETBKO"
                               TO WS-LATER-WRITER
                           SET FILE-AT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GREETEXC-FILE.

      * A GREETDRV or HELLOWLD run skipped as already done, or a
      * GREETBKO reversal of one of the attempt's rows, lands among
      * the attempt's rows without a mark of its own elsewhere.
       CHECK-LATER-AUDIT-ROWS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AUDITLOG-BUS-DATE = WS-BUSINESS-DATE AND
                               AUDITLOG-TIMESTAMP >= WS-IF-RUN-START
                           EVALUATE TRUE
                               WHEN AUDITLOG-RESULT = "ALREADY-DONE"
                                   MOVE "ALREADY-DONE SKIP"
                                       TO WS-LATER-WRITER
                                   SET FILE-AT-EOF TO TRUE
                               WHEN AUDITLOG-RESULT(1:20) =
                                       "BACKOUT REVERSAL BY "
                                   MOVE "GREETBKO" TO WS-LATER-WRITER
                                   SET FILE-AT-EOF TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE.

      * The failed attempt's rows are the ones for the date stamped
      * at or after its RUN-START, in write order; the first
      * OUT-ROWS of them were committed and stay.
       PURGE-GREETOUT.
           OPEN OUTPUT OUTNEW-FILE
           IF WS-OUTNEW-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN OUTNEW FAILED, STATUS="
                   WS-OUTNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WINDOW-ROWS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETOUT-FILE
           IF WS-GREETOUT-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-GREETOUT-STATUS NOT = "00"
                   DISPLAY "GREETRST: OPEN GREETOUT FAILED, STATUS="
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
                       IF GREETOUT-BUS-DATE = WS-BUSINESS-DATE AND
                               GREETOUT-TIMESTAMP >= WS-IF-RUN-START
                           ADD 1 TO WS-WINDOW-ROWS
                       END-IF
                       IF GREETOUT-BUS-DATE = WS-BUSINESS-DATE AND
                               GREETOUT-TIMESTAMP >= WS-IF-RUN-START
                               AND WS-WINDOW-ROWS > WS-IF-OUT-ROWS
                           ADD 1 TO WS-OUT-DROPPED
                       ELSE
                           MOVE GREETOUT-RECORD TO OUTNEW-RECORD
                           WRITE OUTNEW-RECORD
                           IF WS-OUTNEW-STATUS NOT = "00"
                               DISPLAY "GREETRST: WRITE OUTNEW FAILED, "
                                   "STATUS=" WS-OUTNEW-STATUS
                               MOVE 12 TO WS-FINAL-RC
                               SET FILE-AT-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-OUT-KEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GREETOUT-STATUS = "00" OR WS-GREETOUT-STATUS = "10"
               CLOSE GREETOUT-FILE
           END-IF
           CLOSE OUTNEW-FILE.

      * The rows kept after the first one purged are renumbered
      * and re-chained (AUDREC.cpy), so the trail the restart
      * carries on from stays one unbroken chain; the RESTARTED
      * AFTER SEQ row GREETDRV then writes records the restart.
       PURGE-AUDITLOG.
           MOVE 0 TO WS-AUD-CHAIN-SEQ
           MOVE 0 TO WS-AUD-CHAIN-HASH
           PERFORM READ-AUDIT-CHAIN-ANCHOR
           IF AUD-CHAIN-FAILED
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDNEW-FILE
           IF WS-AUDNEW-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN AUDNEW FAILED, STATUS="
                   WS-AUDNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WINDOW-ROWS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-AUDITLOG-STATUS NOT = "00"
                   DISPLAY "GREETRST: OPEN AUDITLOG FAILED, STATUS="
                       WS-AUDITLOG-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   SET FILE-AT-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AUDITLOG-BUS-DATE = WS-BUSINESS-DATE AND
                               AUDITLOG-TIMESTAMP >= WS-IF-RUN-START
                           ADD 1 TO WS-WINDOW-ROWS
                       END-IF
                       IF AUDITLOG-BUS-DATE = WS-BUSINESS-DATE AND
                               AUDITLOG-TIMESTAMP >= WS-IF-RUN-START
                               AND WS-WINDOW-ROWS > WS-IF-AUD-ROWS
                           ADD 1 TO WS-AUD-DROPPED
                       ELSE
                           IF WS-AUD-DROPPED > 0
                               PERFORM STAMP-AUDIT-ROW
                           ELSE
                               PERFORM HASH-AUDIT-ROW
                           END-IF
                           MOVE AUDITLOG-SEQ TO WS-AUD-CHAIN-SEQ
                           MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
                           MOVE AUDITLOG-RECORD TO AUDNEW-RECORD
                           WRITE AUDNEW-RECORD
                           IF WS-AUDNEW-STATUS NOT = "00"
                               DISPLAY "GREETRST: WRITE AUDNEW FAILED, "
                                   "STATUS=" WS-AUDNEW-STATUS
                               MOVE 12 TO WS-FINAL-RC
                               SET FILE-AT-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-AUD-KEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDITLOG-STATUS = "00" OR WS-AUDITLOG-STATUS = "10"
               CLOSE AUDITLOG-FILE
           END-IF
           CLOSE AUDNEW-FILE.

      * The last archive cut on AUDCHN; no AUDCHN means nothing
      * has been archived since the trail was chained.
       READ-AUDIT-CHAIN-ANCHOR.
           MOVE "N" TO WS-AUDCHN-EOF
           OPEN INPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN AUDCHN FAILED, STATUS="
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

       PURGE-GREETEXC.
           OPEN OUTPUT EXCNEW-FILE
           IF WS-EXCNEW-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN EXCNEW FAILED, STATUS="
                   WS-EXCNEW-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WINDOW-ROWS
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT GREETEXC-FILE
           IF WS-GREETEXC-STATUS = "35"
               SET FILE-AT-EOF TO TRUE
           ELSE
               IF WS-GREETEXC-STATUS NOT = "00"
                   DISPLAY "GREETRST: OPEN GREETEXC FAILED, STATUS="
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
                       IF GREETEXC-BUS-DATE = WS-BUSINESS-DATE AND
                               GREETEXC-TIMESTAMP >= WS-IF-RUN-START
                           ADD 1 TO WS-WINDOW-ROWS
                       END-IF
                       IF GREETEXC-BUS-DATE = WS-BUSINESS-DATE AND
                               GREETEXC-TIMESTAMP >= WS-IF-RUN-START
                               AND WS-WINDOW-ROWS > WS-IF-EXC-ROWS
                           ADD 1 TO WS-EXC-DROPPED
                       ELSE
                           MOVE GREETEXC-RECORD TO EXCNEW-RECORD
                           WRITE EXCNEW-RECORD
                           IF WS-EXCNEW-STATUS NOT = "00"
                               DISPLAY "GREETRST: WRITE EXCNEW FAILED, "
                                   "STATUS=" WS-EXCNEW-STATUS
                               MOVE 12 TO WS-FINAL-RC
                               SET FILE-AT-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-EXC-KEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GREETEXC-STATUS = "00" OR WS-GREETEXC-STATUS = "10"
               CLOSE GREETEXC-FILE
           END-IF
           CLOSE EXCNEW-FILE.

       WRITE-PREPARED-RECORD.
           OPEN EXTEND RSTCTL-FILE
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETRST: OPEN RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-FLIGHT-IMAGE TO RSTCTL-RECORD
           MOVE "P" TO RSTCTL-STATUS
           MOVE WS-RUN-TIMESTAMP TO RSTCTL-TIMESTAMP
           WRITE RSTCTL-RECORD
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETRST: WRITE RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF
           CLOSE RSTCTL-FILE.

      * the preferred locale's text from LANGMST and compose the
      * personalized greeting (text, space, recipient name);
      * unknown recipients are rejected to GREETEXC with a
      * distinct reason, as are recipients whose locale has no
      * text in effect (none loaded yet, or withdrawn by a LANGMNT
      * EXPIRE row - RCPLCHK reports these ahead of the run). A
      * recipient that GREETACK has suspended on the DLVHIST
      * delivery history (DLVREC.cpy) for a run of consecutive
      * delivery failures is rejected as RECIPIENT SUSPENDED until
      * RECPMNT reinstates it. Recipient greetings
      * carry the recipient id on GREETOUT so the delivery outcome
      * can be posted back.
      * Every request card names the cost centre requesting it in
      * columns 73-80 (REQREC.cpy). The cost centre must be on the
      * CCTRMST cost-centre master (CCTREC.cpy) - a card whose cost
      * centre is blank or unknown is rejected as COST CENTRE NOT
      * ON MASTER, one whose cost centre has been closed as COST
      * CENTRE CLOSED - and it is carried onto GREETOUT so the
      * month-end chargeback (GREETCHG) can bill it.
      * Every GREETREQ batch carries a *HDR header (department,
      * batch id, business date) and a *TRL trailer (request count
      * and hash total, REQREC.cpy), and the whole batch is edited
      * before anything is written: a missing, misplaced or
      * repeated header or trailer, a header dated for another
      * business date, or a trailer that does not agree with the
      * request cards rejects the batch with RC=12 and a REQ BATCH
      * UNBALANCED alert. Every batch received is recorded on the
      * BATCTL inbound batch control (BATREC.cpy); a batch id the
      * department has already had accepted is refused with RC=8
      * and a REQ BATCH DUPLICATE alert unless SYSIN columns 10-17
      * carry RESUBMIT. A batch is recorded as accepted only once
      * its files are open and its first RSTCTL record is written,
      * so a run that fails before then can simply be rerun.
      * Bulk request files are restartable: every N requests (SYSIN
      * columns 1-5, default 100) the run hardens its output files
      * and appends a commit record to the RSTCTL restart control
      * (RSTREC.cpy) carrying the GREETDISP-SEQ reached and the
      * running accept/reject counts. The batch is known by its
      * department and batch id, so a rerun of the same batch
      * for the same business date, once the GREETRST step has
      * purged the rows written after the last commit, skips the
      * committed requests and carries the counts forward. A
      * GREETOUT, AUDITLOG, GREETEXC or RSTCTL write failure, or a
      * failed commit point, abandons the run where it stands (no
      * further commit) so it is restarted this way; a run that
      * reads to the end is marked complete on RSTCTL whatever
      * return codes its requests ended with; the
      * restart is marked by a RESTARTED AFTER SEQ audit row (which
      * GREETBAL counts apart, like ALREADY-DONE) and a RESTART
      * disposition record. A batch already run to the end is
      * skipped with an ALREADY-DONE audit row unless RESUBMIT
      * authorizes running it again. RC=16 when the
      * last run of the file is still in flight and GREETRST has
      * not prepared the restart.
      * Every audit row is numbered on from the last row on the
      * trail and chained to it by hash (AUDREC.cpy); RC=12 when
      * the chain's tail cannot be read.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GREETDRV.
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT GREETEXC-FILE ASSIGN TO GREETEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GREETEXC-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECIP-ID
               FILE STATUS IS WS-RECIPMST-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO DLVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS WS-DLVHIST-STATUS.
           SELECT CCTRMST-FILE ASSIGN TO CCTRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCTR-ID
               FILE STATUS IS WS-CCTRMST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.
           SELECT RSTCTL-FILE ASSIGN TO RSTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTCTL-STATUS.
           SELECT BATCTL-FILE ASSIGN TO BATCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATCTL-STATUS.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETREQ-FILE
           RECORDING MODE IS F.
           COPY REQREC.
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
           COPY LANGREC.
       FD  RECIPMST-FILE.
           COPY RCPREC.
       FD  DLVHIST-FILE.
           COPY DLVREC.
       FD  CCTRMST-FILE.
           COPY CCTREC.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.
       FD  ALERTOUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       FD  RSTCTL-FILE
           RECORDING MODE IS F.
           COPY RSTREC.
       FD  BATCTL-FILE
           RECORDING MODE IS F.
           COPY BATREC.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY GREETREC.
           COPY EXPTAB.
       01 WS-GREETREQ-STATUS           PIC XX VALUE SPACES.
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
       01 WS-GREETDISP-STATUS          PIC XX VALUE SPACES.
       01 WS-LANGMST-STATUS            PIC XX VALUE SPACES.
       01 WS-RECIPMST-STATUS           PIC XX VALUE SPACES.
       01 WS-RECIPMST-OPEN-FLAG        PIC X VALUE "N".
           88 RECIPMST-IS-OPEN         VALUE "Y".
       01 WS-DLVHIST-STATUS            PIC XX VALUE SPACES.
       01 WS-DLVHIST-OPEN-FLAG         PIC X VALUE "N".
           88 DLVHIST-IS-OPEN          VALUE "Y".
       01 WS-CCTRMST-STATUS            PIC XX VALUE SPACES.
       01 WS-CCTRMST-OPEN-FLAG         PIC X VALUE "N".
           88 CCTRMST-IS-OPEN          VALUE "Y".
       01 WS-CALENDAR-STATUS           PIC XX VALUE SPACES.
       01 WS-BUSINESS-DATE             PIC X(8) VALUE SPACES.
       01 WS-MONTH-END-FLAG            PIC X VALUE "N".
           88 GREETOUT-WRITE-OK        VALUE "Y".
       01 WS-RECIP-REJECT-FLAG         PIC X VALUE "N".
           88 RECIPIENT-REJECTED       VALUE "Y".
       01 WS-CCTR-REJECT-FLAG          PIC X VALUE "N".
           88 COST-CENTRE-REJECTED     VALUE "Y".
       01 WS-REQ-COST-CENTRE           PIC X(8) VALUE SPACES.
       01 WS-LANGROW-EOF               PIC X VALUE "N".
           88 LANGROW-AT-EOF           VALUE "Y".
       01 WS-RSTCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-RSTCTL-EOF                PIC X VALUE "N".
           88 RSTCTL-AT-EOF            VALUE "Y".
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-SYSIN-EOF                 PIC X VALUE "N".
           88 SYSIN-AT-EOF             VALUE "Y".
       01 WS-COMMIT-INTERVAL           PIC 9(5) VALUE 100.
       01 WS-COMMIT-QUOTIENT           PIC 9(5) VALUE 0.
       01 WS-COMMIT-REMAINDER          PIC 9(5) VALUE 0.
      * The request batch's identity on RSTCTL and BATCTL: the
      * department and batch id from the *HDR header.
       01 WS-REQUEST-ID.
           05 WS-REQUEST-ID-DEPARTMENT PIC X(8) VALUE SPACES.
           05 WS-REQUEST-ID-BATCH      PIC X(12) VALUE SPACES.
           05 FILLER                   PIC X(2) VALUE SPACES.
       01 WS-CARD-COL                  PIC 9(3) VALUE 0.
      * The batch edit: where the header and trailer fell, the
      * request cards' own count and hash total, the trailer's,
      * and the reason the batch failed the edit.
       01 WS-CARD-COUNT                PIC 9(7) VALUE 0.
       01 WS-HEADER-COUNT              PIC 9(5) VALUE 0.
       01 WS-TRAILER-COUNT             PIC 9(5) VALUE 0.
       01 WS-HEADER-CARD-NO            PIC 9(7) VALUE 0.
       01 WS-TRAILER-CARD-NO           PIC 9(7) VALUE 0.
       01 WS-BATCH-REQUEST-COUNT       PIC 9(7) VALUE 0.
       01 WS-BATCH-HASH-TOTAL          PIC 9(15) VALUE 0.
       01 WS-BATCH-BUS-DATE            PIC X(8) VALUE SPACES.
       01 WS-TRL-REQUEST-COUNT         PIC 9(7) VALUE 0.
       01 WS-TRL-HASH-TOTAL            PIC 9(15) VALUE 0.
       01 WS-BATCH-REASON              PIC X(30) VALUE SPACES.
       01 WS-BATCTL-STATUS             PIC XX VALUE SPACES.
       01 WS-BATCTL-EOF                PIC X VALUE "N".
           88 BATCTL-AT-EOF            VALUE "Y".
       01 WS-BATCH-ACCEPTED-FLAG       PIC X VALUE "N".
           88 BATCH-ALREADY-ACCEPTED   VALUE "Y".
       01 WS-BATCH-DATE-FLAG           PIC X VALUE "N".
           88 BATCH-ACCEPTED-FOR-DATE  VALUE "Y".
       01 WS-RESUBMIT-FLAG             PIC X VALUE "N".
           88 RESUBMIT-AUTHORIZED      VALUE "Y".
       01 WS-RESTART-STATE             PIC X VALUE SPACE.
           88 RESTART-NOT-FOUND        VALUE SPACE.
           88 RESTART-IN-FLIGHT        VALUE "I".
           88 RESTART-PREPARED         VALUE "P".
           88 REQUEST-FILE-COMPLETE    VALUE "C".
       01 WS-RESTART-SEQ               PIC 9(5) VALUE 0.
       01 WS-RESTART-ACCEPT-COUNT      PIC 9(5) VALUE 0.
       01 WS-RESTART-REJECT-COUNT      PIC 9(5) VALUE 0.
       01 WS-RESTART-RC                PIC 9(4) VALUE 0.
       01 WS-RUN-FAILED-FLAG           PIC X VALUE "N".
           88 RUN-FAILED               VALUE "Y".
       01 WS-RUN-START                 PIC X(21) VALUE SPACES.
       01 WS-OUT-ROWS                  PIC 9(7) VALUE 0.
       01 WS-AUD-ROWS                  PIC 9(7) VALUE 0.
       01 WS-EXC-ROWS                  PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       GREET-DRIVER.
           PERFORM READ-CALENDAR
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PARAMETER-CARD
           PERFORM EDIT-REQUEST-BATCH
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BATCH-REASON NOT = SPACES
               DISPLAY "GREETDRV: REQUEST BATCH " WS-REQUEST-ID
                   " REJECTED - " WS-BATCH-REASON
               MOVE 12 TO WS-FINAL-RC
               MOVE "R" TO BATCTL-STATUS
               PERFORM WRITE-BATCH-CONTROL
               MOVE "REQ BATCH UNBALANCED" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM WRITE-ALERT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-RESTART-CONTROL
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOCATE-AUDIT-CHAIN-TAIL
           IF AUD-CHAIN-FAILED
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF REQUEST-FILE-COMPLETE AND NOT RESUBMIT-AUTHORIZED
               DISPLAY "GREETDRV: REQUEST BATCH " WS-REQUEST-ID
                   " ALREADY COMPLETE FOR " WS-BUSINESS-DATE
                   ", SKIPPING"
               PERFORM LOG-ALREADY-DONE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTART-IN-FLIGHT
               DISPLAY "GREETDRV: REQUEST BATCH " WS-REQUEST-ID
                   " STILL IN FLIGHT AFTER SEQ " WS-RESTART-SEQ
                   " - RUN THE GREETRST STEP FIRST, RUN REFUSED"
               MOVE 16 TO WS-FINAL-RC
               MOVE "RESTART NOT PREPARED" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM WRITE-ALERT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RESTART-PREPARED
               PERFORM CHECK-DUPLICATE-BATCH
               IF WS-FINAL-RC >= 8
                   MOVE WS-FINAL-RC TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START
           PERFORM OPEN-ALL-FILES
           IF WS-FINAL-RC >= 12
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "I" TO RSTCTL-STATUS
           PERFORM WRITE-RESTART-CONTROL
           IF WS-FINAL-RC < 12
               PERFORM RECORD-BATCH-ACCEPTED
           END-IF
           IF WS-FINAL-RC >= 12
               PERFORM CLOSE-ALL-FILES
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTART-PREPARED
               PERFORM WRITE-RESTART-MARKER
           END-IF
           PERFORM UNTIL GREETREQ-AT-EOF OR RUN-FAILED
               READ GREETREQ-FILE
                   AT END
                       SET GREETREQ-AT-EOF TO TRUE
                   NOT AT END
                       IF REQ-HDR-RECORD-TYPE NOT = "*HDR" AND
                               REQ-HDR-RECORD-TYPE NOT = "*TRL"
                           PERFORM PROCESS-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ALL-FILES
      * A run that lost a GREETOUT/AUDITLOG/GREETEXC row, a commit
      * point or an RSTCTL record was abandoned where it stood and
      * stays in flight on RSTCTL, so the GREETRST step restarts it
      * from its last commit point. A run that read to the end is
      * complete whatever its requests' return codes.
           IF NOT RUN-FAILED
               MOVE "C" TO RSTCTL-STATUS
               PERFORM WRITE-RESTART-CONTROL
           END-IF
           IF WS-RESTART-RC > WS-FINAL-RC
               MOVE WS-RESTART-RC TO WS-FINAL-RC
           END-IF
           DISPLAY "GREETDRV: REQUESTS=" WS-REQUEST-COUNT
               " ACCEPTED=" WS-ACCEPT-COUNT
               " REJECTED=" WS-REJECT-COUNT
           CLOSE CALENDAR-FILE.

      * Day-control gate (DAYREC.cpy): the business date's latest
      * DAYCTL status must still be O - or R, reopened by a
      * GREETBKO backout - before anything is written into it. A
      * date already balanced/extracted/closed - or never opened
      * by the DAYOPEN step - is refused. A missing DAYCTL DD
      * means day control is not configured for this stream and
      * the gate stands open.
       CHECK-DAY-OPEN.
           MOVE "Y" TO WS-DAY-OPEN-FLAG
           MOVE SPACE TO WS-DAY-STATUS
               END-READ
           END-PERFORM
           CLOSE DAYCTL-FILE
           IF WS-DAY-STATUS NOT = "O" AND WS-DAY-STATUS NOT = "R"
               MOVE "N" TO WS-DAY-OPEN-FLAG
           END-IF.

      * SYSIN columns 1-5 carry the commit interval; a missing,
      * blank or zero card keeps the default of 100 requests.
      * RESUBMIT in columns 10-17 is operations' authority to
      * process a batch id that was already accepted.
       READ-PARAMETER-CARD.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS NOT = "00"
               IF WS-SYSIN-STATUS NOT = "35"
                   DISPLAY "GREETDRV: OPEN SYSIN FAILED, STATUS="
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
           IF SYSIN-RECORD(1:5) IS NUMERIC
               IF SYSIN-RECORD(1:5) NOT = "00000"
                   MOVE SYSIN-RECORD(1:5) TO WS-COMMIT-INTERVAL
               END-IF
           END-IF
           IF SYSIN-RECORD(10:8) = "RESUBMIT"
               SET RESUBMIT-AUTHORIZED TO TRUE
           END-IF.

      * A pre-pass edits the whole batch before anything is
      * written: exactly one *HDR header as the first card, for
      * this business date and naming a department and batch id,
      * exactly one *TRL trailer as the last card, and a trailer
      * count and hash total that agree with the request cards
      * between them. The first failure found is the batch's
      * reject reason; the header gives the batch its identity.
       EDIT-REQUEST-BATCH.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-HEADER-COUNT
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-HEADER-CARD-NO
           MOVE 0 TO WS-TRAILER-CARD-NO
           MOVE 0 TO WS-BATCH-REQUEST-COUNT
           MOVE 0 TO WS-BATCH-HASH-TOTAL
           MOVE 0 TO WS-TRL-REQUEST-COUNT
           MOVE 0 TO WS-TRL-HASH-TOTAL
           MOVE SPACES TO WS-REQUEST-ID
           MOVE SPACES TO WS-BATCH-BUS-DATE
           MOVE SPACES TO WS-BATCH-REASON
           MOVE "N" TO WS-GREETREQ-EOF
           OPEN INPUT GREETREQ-FILE
           IF WS-GREETREQ-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN GREETREQ FAILED, STATUS="
                   WS-GREETREQ-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GREETREQ-AT-EOF
               READ GREETREQ-FILE
                   AT END
                       SET GREETREQ-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM EDIT-REQUEST-CARD
               END-READ
           END-PERFORM
           CLOSE GREETREQ-FILE
           MOVE "N" TO WS-GREETREQ-EOF
           PERFORM CHECK-BATCH-BALANCE.

       EDIT-REQUEST-CARD.
           ADD 1 TO WS-CARD-COUNT
           EVALUATE REQ-HDR-RECORD-TYPE
               WHEN "*HDR"
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE WS-CARD-COUNT TO WS-HEADER-CARD-NO
                   MOVE REQ-HDR-DEPARTMENT TO WS-REQUEST-ID-DEPARTMENT
                   MOVE REQ-HDR-BATCH-ID TO WS-REQUEST-ID-BATCH
                   MOVE REQ-HDR-BUSINESS-DATE TO WS-BATCH-BUS-DATE
               WHEN "*TRL"
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE WS-CARD-COUNT TO WS-TRAILER-CARD-NO
                   IF REQ-TRL-REQUEST-COUNT IS NUMERIC AND
                           REQ-TRL-HASH-TOTAL IS NUMERIC
                       MOVE REQ-TRL-REQUEST-COUNT
                           TO WS-TRL-REQUEST-COUNT
                       MOVE REQ-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
                   ELSE
                       MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                           TO WS-BATCH-REASON
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BATCH-REQUEST-COUNT
                   PERFORM HASH-REQUEST-CARD
           END-EVALUATE.

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

       CHECK-BATCH-BALANCE.
           IF WS-BATCH-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-COUNT NOT = 1 OR WS-HEADER-CARD-NO NOT = 1
               MOVE "HEADER MISSING/MISPLACED" TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-COUNT NOT = 1 OR
                   WS-TRAILER-CARD-NO NOT = WS-CARD-COUNT
               MOVE "TRAILER MISSING/MISPLACED" TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-REQUEST-ID-DEPARTMENT = SPACES OR
                   WS-REQUEST-ID-BATCH = SPACES
               MOVE "HEADER DEPT/BATCH ID BLANK" TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-BUS-DATE NOT = WS-BUSINESS-DATE
               MOVE "HEADER NOT FOR BUSINESS DATE" TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-REQUEST-COUNT NOT = WS-BATCH-REQUEST-COUNT
               MOVE "TRAILER COUNT OUT OF BALANCE" TO WS-BATCH-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-HASH-TOTAL NOT = WS-BATCH-HASH-TOTAL
               MOVE "TRAILER HASH OUT OF BALANCE" TO WS-BATCH-REASON
           END-IF.

      * A batch id the department has already had accepted, on any
      * business date, is refused unless a RESUBMIT card authorizes
      * it; otherwise RECORD-BATCH-ACCEPTED records it once the run
      * is under way. A restart of a batch already on BATCTL does
      * not come through here.
       CHECK-DUPLICATE-BATCH.
           PERFORM READ-BATCH-CONTROL
           IF WS-FINAL-RC >= 12
               EXIT PARAGRAPH
           END-IF
           IF BATCH-ALREADY-ACCEPTED AND NOT RESUBMIT-AUTHORIZED
               DISPLAY "GREETDRV: REQUEST BATCH " WS-REQUEST-ID
                   " IS ALREADY ON BATCTL - SUPPLY A RESUBMIT CARD "
                   "TO PROCESS IT AGAIN"
               MOVE 8 TO WS-FINAL-RC
               MOVE "DUPLICATE BATCH ID" TO WS-BATCH-REASON
               MOVE "D" TO BATCTL-STATUS
               PERFORM WRITE-BATCH-CONTROL
               MOVE "REQ BATCH DUPLICATE" TO WS-ALERT-CONDITION
               MOVE SPACES TO WS-ALERT-FILE-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
               PERFORM WRITE-ALERT
               EXIT PARAGRAPH
           END-IF.

      * Written only once the files are open and the run's first
      * RSTCTL record is down, so a failed open leaves nothing on
      * BATCTL and a plain rerun is not refused as a duplicate. A
      * restart records the batch when the failed attempt never
      * got that far - there is no A record for the date yet.
       RECORD-BATCH-ACCEPTED.
           IF RESTART-PREPARED
               PERFORM READ-BATCH-CONTROL
               IF WS-FINAL-RC >= 12 OR BATCH-ACCEPTED-FOR-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-BATCH-REASON
           MOVE "A" TO BATCTL-STATUS
           PERFORM WRITE-BATCH-CONTROL.

      * A missing BATCTL means no batch has been received yet.
       READ-BATCH-CONTROL.
           MOVE "N" TO WS-BATCH-ACCEPTED-FLAG
           MOVE "N" TO WS-BATCH-DATE-FLAG
           MOVE "N" TO WS-BATCTL-EOF
           OPEN INPUT BATCTL-FILE
           IF WS-BATCTL-STATUS = "05" OR WS-BATCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN BATCTL FAILED, STATUS="
                   WS-BATCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BATCTL-AT-EOF
               READ BATCTL-FILE
                   AT END
                       SET BATCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF BATCTL-DEPARTMENT = WS-REQUEST-ID-DEPARTMENT
                               AND BATCTL-BATCH-ID = WS-REQUEST-ID-BATCH
                               AND BATCTL-STATUS = "A"
                           SET BATCH-ALREADY-ACCEPTED TO TRUE
                           IF BATCTL-BUS-DATE = WS-BATCH-BUS-DATE
                               SET BATCH-ACCEPTED-FOR-DATE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCTL-FILE.

      * The caller sets BATCTL-STATUS (A accepted, R failed the
      * batch edit, D refused as a duplicate).
       WRITE-BATCH-CONTROL.
           MOVE WS-REQUEST-ID-DEPARTMENT TO BATCTL-DEPARTMENT
           MOVE WS-REQUEST-ID-BATCH TO BATCTL-BATCH-ID
           MOVE WS-BATCH-BUS-DATE TO BATCTL-BUS-DATE
           MOVE FUNCTION CURRENT-DATE TO BATCTL-RECEIVE-TIMESTAMP
           MOVE WS-TRL-REQUEST-COUNT TO BATCTL-REQUEST-COUNT
           MOVE WS-TRL-HASH-TOTAL TO BATCTL-HASH-TOTAL
           IF BATCH-ALREADY-ACCEPTED AND RESUBMIT-AUTHORIZED
               MOVE "Y" TO BATCTL-RESUBMIT-FLAG
           ELSE
               MOVE "N" TO BATCTL-RESUBMIT-FLAG
           END-IF
           MOVE WS-BATCH-REASON TO BATCTL-REASON
           OPEN EXTEND BATCTL-FILE
           IF WS-BATCTL-STATUS = "05" OR WS-BATCTL-STATUS = "35"
               OPEN OUTPUT BATCTL-FILE
           END-IF
           IF WS-BATCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN BATCTL FAILED, STATUS="
                   WS-BATCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           WRITE BATCTL-RECORD
           IF WS-BATCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: WRITE BATCTL FAILED, STATUS="
                   WS-BATCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF
           CLOSE BATCTL-FILE.

      * Last record on file for the business date and request batch
      * wins. A missing RSTCTL means nothing has been committed yet.
       READ-RESTART-CONTROL.
           MOVE SPACE TO WS-RESTART-STATE
           MOVE "N" TO WS-RSTCTL-EOF
           OPEN INPUT RSTCTL-FILE
           IF WS-RSTCTL-STATUS = "05" OR WS-RSTCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RSTCTL-AT-EOF
               READ RSTCTL-FILE
                   AT END
                       SET RSTCTL-AT-EOF TO TRUE
                   NOT AT END
                       IF RSTCTL-BUS-DATE = WS-BUSINESS-DATE AND
                               RSTCTL-REQUEST-ID = WS-REQUEST-ID
                           MOVE RSTCTL-STATUS TO WS-RESTART-STATE
                           MOVE RSTCTL-COMMIT-SEQ TO WS-RESTART-SEQ
                           MOVE RSTCTL-ACCEPT-COUNT
                               TO WS-RESTART-ACCEPT-COUNT
                           MOVE RSTCTL-REJECT-COUNT
                               TO WS-RESTART-REJECT-COUNT
                           MOVE RSTCTL-RETURN-CODE TO WS-RESTART-RC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RSTCTL-FILE
      * The highest return code committed is held apart and only
      * folded into the run's own at the end, so a rejected request
      * before the abend cannot stop the restarted run.
           IF RESTART-PREPARED
               MOVE WS-RESTART-ACCEPT-COUNT TO WS-ACCEPT-COUNT
               MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT
           ELSE
               MOVE 0 TO WS-RESTART-SEQ
               MOVE 0 TO WS-RESTART-RC
           END-IF.

      * The caller sets RSTCTL-STATUS (I at the start of the run and
      * at each commit point, C at the end of the request file).
       WRITE-RESTART-CONTROL.
           MOVE WS-BUSINESS-DATE TO RSTCTL-BUS-DATE
           MOVE WS-REQUEST-ID TO RSTCTL-REQUEST-ID
           MOVE WS-REQUEST-COUNT TO RSTCTL-COMMIT-SEQ
           IF WS-REQUEST-COUNT < WS-RESTART-SEQ
               MOVE WS-RESTART-SEQ TO RSTCTL-COMMIT-SEQ
           END-IF
           MOVE WS-ACCEPT-COUNT TO RSTCTL-ACCEPT-COUNT
           MOVE WS-REJECT-COUNT TO RSTCTL-REJECT-COUNT
           MOVE WS-FINAL-RC TO RSTCTL-RETURN-CODE
           IF WS-FINAL-RC < WS-RESTART-RC
               MOVE WS-RESTART-RC TO RSTCTL-RETURN-CODE
           END-IF
           MOVE WS-RUN-START TO RSTCTL-RUN-START
           MOVE WS-OUT-ROWS TO RSTCTL-OUT-ROWS
           MOVE WS-AUD-ROWS TO RSTCTL-AUD-ROWS
           MOVE WS-EXC-ROWS TO RSTCTL-EXC-ROWS
           MOVE FUNCTION CURRENT-DATE TO RSTCTL-TIMESTAMP
           OPEN EXTEND RSTCTL-FILE
           IF WS-RSTCTL-STATUS = "05" OR WS-RSTCTL-STATUS = "35"
               OPEN OUTPUT RSTCTL-FILE
           END-IF
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           WRITE RSTCTL-RECORD
           IF WS-RSTCTL-STATUS NOT = "00"
               DISPLAY "GREETDRV: WRITE RSTCTL FAILED, STATUS="
                   WS-RSTCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET RUN-FAILED TO TRUE
           END-IF
           CLOSE RSTCTL-FILE.

      * Commit point: close and reopen the appended files so every
      * row written so far is on disk before RSTCTL says so.
       TAKE-COMMIT-POINT.
           CLOSE GREETOUT-FILE
           CLOSE AUDITLOG-FILE
           CLOSE GREETEXC-FILE
           OPEN EXTEND GREETOUT-FILE
           OPEN EXTEND AUDITLOG-FILE
           OPEN EXTEND GREETEXC-FILE
           IF WS-GREETOUT-STATUS NOT = "00" OR
                   WS-AUDITLOG-STATUS NOT = "00" OR
                   WS-GREETEXC-STATUS NOT = "00"
               DISPLAY "GREETDRV: REOPEN AT COMMIT FAILED, GREETOUT="
                   WS-GREETOUT-STATUS " AUDITLOG="
                   WS-AUDITLOG-STATUS " GREETEXC="
                   WS-GREETEXC-STATUS
               MOVE 12 TO WS-FINAL-RC
               SET RUN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO RSTCTL-STATUS
           PERFORM WRITE-RESTART-CONTROL.

       WRITE-RESTART-MARKER.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE 0 TO WS-REQUEST-RC
           MOVE SPACES TO WS-RESULT
           STRING "RESTARTED AFTER SEQ " DELIMITED BY SIZE
               WS-RESTART-SEQ DELIMITED BY SIZE
               INTO WS-RESULT
           END-STRING
           PERFORM LOG-AUDIT-RECORD
           MOVE WS-RESTART-SEQ TO GREETDISP-SEQ
           MOVE "*RESTART" TO GREETDISP-REQUEST
           MOVE "RESTART" TO GREETDISP-STATUS
           MOVE SPACES TO GREETDISP-REASON
           STRING "RESUMED AFTER SEQ " DELIMITED BY SIZE
               WS-RESTART-SEQ DELIMITED BY SIZE
               INTO GREETDISP-REASON
           END-STRING
           WRITE GREETDISP-RECORD
           IF WS-GREETDISP-STATUS NOT = "00"
               DISPLAY "GREETDRV: WRITE GREETDISP FAILED, STATUS="
                   WS-GREETDISP-STATUS
               MOVE 12 TO WS-REQUEST-RC
           END-IF
           IF WS-REQUEST-RC > WS-FINAL-RC
               MOVE WS-REQUEST-RC TO WS-FINAL-RC
           END-IF
           DISPLAY "GREETDRV: REQUEST BATCH " WS-REQUEST-ID
               " RESTARTED AFTER SEQ " WS-RESTART-SEQ.

       LOG-ALREADY-DONE.
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "05" OR WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE 0 TO WS-REQUEST-RC
           MOVE SPACES TO WS-RESULT
           MOVE "ALREADY-DONE" TO WS-RESULT
           PERFORM LOG-AUDIT-RECORD
           MOVE WS-REQUEST-RC TO WS-FINAL-RC
           CLOSE AUDITLOG-FILE.

      * The chain carries on from the last row on the live audit
      * trail or, when housekeeping has archived every row, from
      * the last archive cut on AUDCHN (ACHREC.cpy); a trail never
      * written starts at sequence 1. A trail that cannot be read
      * leaves the chain FAILED and no row is written.
       LOCATE-AUDIT-CHAIN-TAIL.
           MOVE 0 TO WS-AUD-CHAIN-SEQ
           MOVE 0 TO WS-AUD-CHAIN-HASH
           PERFORM READ-AUDIT-CHAIN-ANCHOR
           IF AUD-CHAIN-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUD-TAIL-FLAG
           MOVE "N" TO WS-AUD-TAIL-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               SET AUD-CHAIN-LOCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN AUDITLOG FAILED, STATUS="
                   WS-AUDITLOG-STATUS
               SET AUD-CHAIN-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUD-TAIL-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET AUD-TAIL-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDITLOG-RECORD TO WS-AUD-TAIL-ROW
                       SET AUD-TAIL-WAS-READ TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE
           IF AUD-TAIL-WAS-READ
               MOVE WS-AUD-TAIL-ROW TO AUDITLOG-RECORD
               MOVE AUDITLOG-SEQ TO WS-AUD-CHAIN-SEQ
               PERFORM HASH-AUDIT-ROW
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF
           SET AUD-CHAIN-LOCATED TO TRUE.

      * The last archive cut on AUDCHN; no AUDCHN means nothing
      * has been archived since the trail was chained.
       READ-AUDIT-CHAIN-ANCHOR.
           MOVE "N" TO WS-AUDCHN-EOF
           OPEN INPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETDRV: OPEN AUDCHN FAILED, STATUS="
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

       WRITE-ALERT.
           PERFORM LOOKUP-MESSAGE-CODE
           OPEN EXTEND ALERTOUT-FILE
                   DISPLAY "GREETDRV: OPEN RECIPMST FAILED, STATUS="
                       WS-RECIPMST-STATUS
               END-IF
           END-IF
           OPEN INPUT DLVHIST-FILE
           IF WS-DLVHIST-STATUS = "00"
               SET DLVHIST-IS-OPEN TO TRUE
           ELSE
               IF WS-DLVHIST-STATUS NOT = "35"
                   DISPLAY "GREETDRV: OPEN DLVHIST FAILED, STATUS="
                       WS-DLVHIST-STATUS
               END-IF
           END-IF
           OPEN INPUT CCTRMST-FILE
           IF WS-CCTRMST-STATUS = "00"
               SET CCTRMST-IS-OPEN TO TRUE
           ELSE
               IF WS-CCTRMST-STATUS NOT = "35"
                   DISPLAY "GREETDRV: OPEN CCTRMST FAILED, STATUS="
                       WS-CCTRMST-STATUS
               END-IF
           END-IF.

       CLOSE-ALL-FILES.
           END-IF
           IF RECIPMST-IS-OPEN
               CLOSE RECIPMST-FILE
           END-IF
           IF DLVHIST-IS-OPEN
               CLOSE DLVHIST-FILE
           END-IF
           IF CCTRMST-IS-OPEN
               CLOSE CCTRMST-FILE
           END-IF.

       PROCESS-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           IF WS-REQUEST-COUNT NOT > WS-RESTART-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REQUEST-RC
           MOVE "Y" TO WS-OUT-WRITE-OK-FLAG
           MOVE "N" TO WS-MATCH-FLAG
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-SOURCE-LEN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM EDIT-COST-CENTRE
           IF NOT COST-CENTRE-REJECTED
               PERFORM EDIT-REQUEST-TEXT
           END-IF
           IF COST-CENTRE-REJECTED OR RECIPIENT-REJECTED
               PERFORM WRITE-GREETEXC
               IF WS-REQUEST-RC < 8
                   MOVE 8 TO WS-REQUEST-RC
           PERFORM WRITE-DISPOSITION
           IF WS-REQUEST-RC > WS-FINAL-RC
               MOVE WS-REQUEST-RC TO WS-FINAL-RC
           END-IF
           DIVIDE WS-REQUEST-COUNT BY WS-COMMIT-INTERVAL
               GIVING WS-COMMIT-QUOTIENT
               REMAINDER WS-COMMIT-REMAINDER
           IF WS-COMMIT-REMAINDER = 0 AND NOT RUN-FAILED
               PERFORM TAKE-COMMIT-POINT
           END-IF.

      * The requesting cost centre is taken from columns 73-80 and
      * the columns cleared, so the request edits see the card as
      * they always have. A blank card is left to the blank-text
      * edit.
       EDIT-COST-CENTRE.
           MOVE "N" TO WS-CCTR-REJECT-FLAG
           MOVE REQ-COST-CENTRE TO WS-REQ-COST-CENTRE
           MOVE SPACES TO REQ-COST-CENTRE
           IF GREETREQ-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COST-CENTRE = SPACES OR NOT CCTRMST-IS-OPEN
               SET COST-CENTRE-REJECTED TO TRUE
               MOVE "COST CENTRE NOT ON MASTER" TO WS-REJECT-REASON
               MOVE GREETREQ-RECORD(1:40) TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-COST-CENTRE TO CCTR-ID
           READ CCTRMST-FILE
               INVALID KEY
                   SET COST-CENTRE-REJECTED TO TRUE
                   MOVE "COST CENTRE NOT ON MASTER"
                       TO WS-REJECT-REASON
                   MOVE GREETREQ-RECORD(1:40) TO WS-RESULT
               NOT INVALID KEY
                   IF CCTR-STATUS = "C"
                       SET COST-CENTRE-REJECTED TO TRUE
                       MOVE "COST CENTRE CLOSED" TO WS-REJECT-REASON
                       MOVE GREETREQ-RECORD(1:40) TO WS-RESULT
                   END-IF
           END-READ.

       EDIT-REQUEST-TEXT.
           IF GREETREQ-RECORD = SPACES
               EXIT PARAGRAPH
                   MOVE "RECIPIENT NOT ON MASTER" TO WS-REJECT-REASON
                   MOVE GREETREQ-RECORD(1:40) TO WS-RESULT
               NOT INVALID KEY
                   PERFORM CHECK-RECIPIENT-SUSPENDED
                   IF NOT RECIPIENT-REJECTED
                       PERFORM COMPOSE-FROM-RECIPIENT
                   END-IF
           END-READ.

      * A recipient with no delivery history has never had an
      * outcome posted and is active; one GREETACK has suspended
      * stays rejected until RECPMNT reinstates it.
       CHECK-RECIPIENT-SUSPENDED.
           IF NOT DLVHIST-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE RECIP-ID TO DLVH-RECIP-ID
           READ DLVHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DLVH-STATUS = "S"
                       SET RECIPIENT-REJECTED TO TRUE
                       MOVE "RECIPIENT SUSPENDED" TO WS-REJECT-REASON
                       MOVE GREETREQ-RECORD(1:40) TO WS-RESULT
                   END-IF
           END-READ.

       COMPOSE-FROM-RECIPIENT.
      * first row and read forward, keeping the last row whose
      * effective date is not after the business date - that is
      * the row in effect today, and future-dated rows staged by
      * LANGMNT cut over by themselves. A blank-text row is an
      * expiry LANGMNT staged with EXPIRE: from its effective date
      * the locale has no text, exactly as if no row were in effect.
       SELECT-EFFECTIVE-LANGROW.
           MOVE "N" TO WS-LANGROW-EOF
           MOVE WS-LOCALE TO LANGMST-CODE
                               LANGMST-EFF-DATE > WS-BUSINESS-DATE
                           SET LANGROW-AT-EOF TO TRUE
                       ELSE
                           IF LANGMST-TEXT = SPACES
                               MOVE SPACES TO WS-RESULT
                               MOVE SPACES TO WS-MATCHED-LANG-TEXT
                               MOVE 0 TO WS-SOURCE-LEN
                               MOVE "N" TO WS-LANGTAB-FOUND-FLAG
                               MOVE "N" TO WS-SOURCE-IS-LANGTAB-FLAG
                           ELSE
                               MOVE LANGMST-TEXT TO WS-RESULT
                               MOVE LANGMST-TEXT
                                   TO WS-MATCHED-LANG-TEXT
                               MOVE FUNCTION LENGTH(FUNCTION
                                   TRIM(LANGMST-TEXT))
                                   TO WS-SOURCE-LEN
                               SET LANGTAB-MATCH-FOUND TO TRUE
                               SET SOURCE-IS-LANGTAB TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-RUN-TIMESTAMP TO GREETOUT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO GREETOUT-BUS-DATE
           MOVE WS-MONTH-END-FLAG TO GREETOUT-MONTH-END
           IF GREETREQ-RECORD(1:6) = "RECIP "
               MOVE GREETREQ-RECORD(7:8) TO GREETOUT-RECIP-ID
           ELSE
               MOVE SPACES TO GREETOUT-RECIP-ID
           END-IF
           MOVE WS-REQ-COST-CENTRE TO GREETOUT-COST-CENTRE
           WRITE GREETOUT-RECORD
           IF WS-GREETOUT-STATUS NOT = "00"
               DISPLAY "GREETDRV: WRITE GREETOUT FAILED, STATUS="
                   WS-GREETOUT-STATUS
               MOVE "N" TO WS-OUT-WRITE-OK-FLAG
               MOVE 12 TO WS-REQUEST-RC
               SET RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-OUT-ROWS
           END-IF.

       WRITE-GREETEXC.
               IF WS-REQUEST-RC < 12
                   MOVE 12 TO WS-REQUEST-RC
               END-IF
               SET RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-EXC-ROWS
           END-IF.

       LOG-AUDIT-RECORD.
           MOVE WS-RESULT TO AUDITLOG-RESULT
           MOVE WS-REQUEST-RC TO AUDITLOG-RETURN-CODE
           MOVE WS-BUSINESS-DATE TO AUDITLOG-BUS-DATE
           PERFORM STAMP-AUDIT-ROW
           WRITE AUDITLOG-RECORD
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "GREETDRV: WRITE AUDITLOG FAILED, STATUS="
               IF WS-REQUEST-RC < 12
                   MOVE 12 TO WS-REQUEST-RC
               END-IF
               SET RUN-FAILED TO TRUE
           ELSE
               ADD 1 TO WS-AUD-ROWS
               ADD 1 TO WS-AUD-CHAIN-SEQ
               MOVE WS-AUD-ROW-HASH TO WS-AUD-CHAIN-HASH
           END-IF.

       WRITE-DISPOSITION.

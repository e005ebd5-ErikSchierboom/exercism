      *****************************************************************
      * AUDVRFY
      * Audit trail chain verification. Walks every AUDARCH archive
      * generation oldest first and then the live AUDITLOG, row by
      * row, and proves the sequence numbers and the chain hashes
      * stamped by the writers (AUDREC.cpy) unbroken: each row must
      * carry the next sequence number and the chain hash of the
      * row before it. Reports every sequence gap, duplicate or out
      * of order sequence number, row whose previous hash does not
      * match (a row altered, inserted or removed) and generation
      * boundary that does not join up. Boundaries are proved
      * against the AUDCHN anchors (ACHREC.cpy) GREETHKP appends at
      * every archive cut: the last row of each cut must still be
      * on file with the hash recorded for it, and when the oldest
      * generations have rolled off the GDG the first row walked
      * must join the cut that ended just before it. The last row
      * certified by the previous run (AUDVCTL, AVCREC.cpy) must
      * also still be on file unaltered, so rows cut off the end of
      * the trail are caught. Appends this run's certificate to
      * AUDVCTL for the auditors to file with the AUDRSRCH extract
      * and prints the findings with control totals. RC=0 chain
      * proved (PASS), RC=4 no row to verify (NONE), RC=8 chain
      * broken (FAIL, AUDIT CHAIN BROKEN alert), RC=12 file
      * failure.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDARCH-FILE ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT AUDVCTL-FILE ASSIGN TO AUDVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDVCTL-STATUS.
           SELECT ALERTOUT-FILE ASSIGN TO ALERTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDARCH-FILE
           RECORDING MODE IS F.
       01 AUDARCH-RECORD               PIC X(97).
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       01 AUDIN-RECORD                 PIC X(97).
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       FD  AUDVCTL-FILE
           RECORDING MODE IS F.
           COPY AVCREC.
       FD  ALERTOUT-FILE
           RECORDING MODE IS F.
           COPY ALERTREC.
       FD  RPTFILE
           RECORDING MODE IS F.
       01 RPTFILE-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           COPY MSGCAT.
           COPY AUDREC.
       01 WS-AUDARCH-STATUS            PIC XX VALUE SPACES.
       01 WS-AUDITLOG-STATUS           PIC XX VALUE SPACES.
       01 WS-AUDCHN-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDVCTL-STATUS            PIC XX VALUE SPACES.
       01 WS-ALERTOUT-STATUS           PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-RUN-TIMESTAMP             PIC X(21) VALUE SPACES.
       01 WS-FILE-EOF                  PIC X VALUE "N".
           88 FILE-AT-EOF              VALUE "Y".
       01 WS-AUDARCH-OPEN-FLAG         PIC X VALUE "N".
           88 AUDARCH-IS-OPEN          VALUE "Y".
       01 WS-AUDITLOG-OPEN-FLAG        PIC X VALUE "N".
           88 AUDITLOG-IS-OPEN         VALUE "Y".
       01 WS-ROW-SOURCE                PIC X(7) VALUE SPACES.
       01 WS-PREV-SOURCE               PIC X(7) VALUE SPACES.
       01 WS-FIRST-ROW-FLAG            PIC X VALUE "N".
           88 FIRST-ROW-SEEN           VALUE "Y".
       01 WS-PREV-SEQ                  PIC 9(9) VALUE 0.
       01 WS-PREV-HASH                 PIC 9(15) VALUE 0.
       01 WS-PREV-CUT-FLAG             PIC X VALUE "N".
           88 PREV-ENDS-CUT            VALUE "Y".
       01 WS-JUNCTION-FLAG             PIC X VALUE "N".
           88 AT-JUNCTION              VALUE "Y".
       01 WS-JOIN-FLAG                 PIC X VALUE "N".
           88 FIRST-ROW-JOINED         VALUE "Y".
       01 WS-AUD-ROW-HASH              PIC 9(15) VALUE 0.
       01 WS-AUD-HASH-COL              PIC 9(3) VALUE 0.
       01 WS-ROW-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ARCHIVE-ROWS              PIC 9(9) VALUE 0.
       01 WS-LIVE-ROWS                 PIC 9(9) VALUE 0.
       01 WS-FIRST-SEQ                 PIC 9(9) VALUE 0.
       01 WS-FIRST-PREV-HASH           PIC 9(15) VALUE 0.
       01 WS-LOW-BUS-DATE              PIC X(8) VALUE SPACES.
       01 WS-HIGH-BUS-DATE             PIC X(8) VALUE SPACES.
       01 WS-GAP-COUNT                 PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT           PIC 9(7) VALUE 0.
       01 WS-CHAIN-BREAK-COUNT         PIC 9(7) VALUE 0.
       01 WS-BOUNDARY-BREAK-COUNT      PIC 9(7) VALUE 0.
       01 WS-FINDING-COUNT             PIC 9(7) VALUE 0.
       01 WS-FINDING-KIND              PIC X VALUE SPACES.
       01 WS-FINDING-SEQ               PIC 9(9) VALUE 0.
       01 WS-FINDING-PREV-SEQ          PIC 9(9) VALUE 0.
       01 WS-FINDING-BUS-DATE          PIC X(8) VALUE SPACES.
       01 WS-FINDING-TEXT              PIC X(40) VALUE SPACES.
       01 WS-VERIFY-RESULT             PIC X(4) VALUE SPACES.
       01 WS-PRIOR-CERT-FLAG           PIC X VALUE "N".
           88 PRIOR-CERT-FOUND         VALUE "Y".
       01 WS-PRIOR-CHECK-FLAG          PIC X VALUE "N".
           88 PRIOR-CERT-CHECKED       VALUE "Y".
       01 WS-PRIOR-TIMESTAMP           PIC X(21) VALUE SPACES.
       01 WS-PRIOR-LAST-SEQ            PIC 9(9) VALUE 0.
       01 WS-PRIOR-LAST-HASH           PIC 9(15) VALUE 0.
       01 WS-ANCHOR-TABLE.
           05 WS-ANCHOR-MAX            PIC 9(4) VALUE 2000.
           05 WS-ANCHOR-COUNT          PIC 9(4) VALUE 0.
           05 WS-ANCHOR-ENTRY OCCURS 2000 TIMES INDEXED BY ANC-IDX.
               10 WS-ANC-LAST-SEQ      PIC 9(9).
               10 WS-ANC-LAST-HASH     PIC 9(15).
               10 WS-ANC-CUTOFF-DATE   PIC X(8).
               10 WS-ANC-FOUND         PIC X.
       01 WS-ANCHOR-NEXT               PIC 9(4) VALUE 1.
       01 WS-ANCHOR-LOAD-SEQ           PIC 9(9) VALUE 0.
       01 WS-ANCHOR-PASS-FLAG          PIC X VALUE "N".
           88 ANCHORS-PASSED           VALUE "Y".
       01 WS-ALERT-CONDITION           PIC X(20) VALUE SPACES.
       01 WS-ALERT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ALERT-MESSAGE-CODE        PIC X(8) VALUE SPACES.
       01 WS-PAGE-NUMBER               PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT                PIC 9(2) VALUE 55.
       01 WS-HEADER-LINE-1.
           05 FILLER                   PIC X(10) VALUE "AUDVRFY".
           05 FILLER                   PIC X(40) VALUE
               "AUDIT TRAIL CHAIN VERIFICATION".
           05 FILLER                   PIC X(5) VALUE "PAGE".
           05 WS-HEADER-PAGE           PIC ZZZ9.
           05 FILLER                   PIC X(73) VALUE SPACES.
       01 WS-HEADER-LINE-2.
           05 FILLER                   PIC X(9) VALUE "RUN DATE".
           05 WS-HEADER-RUN-DATE       PIC X(8).
           05 FILLER                   PIC X(24) VALUE
               "   PRIOR CERTIFIED SEQ".
           05 WS-HEADER-PRIOR-SEQ      PIC Z(8)9.
           05 FILLER                   PIC X(82) VALUE SPACES.
       01 WS-TITLE-LINE.
           05 WS-TITLE-TEXT            PIC X(60) VALUE SPACES.
           05 FILLER                   PIC X(72) VALUE SPACES.
       01 WS-FINDING-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-FND-SOURCE            PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-SEQ               PIC Z(8)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-PREV-SEQ          PIC Z(8)9.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-BUS-DATE          PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-CLASS             PIC X(8).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 WS-FND-TEXT              PIC X(40).
           05 FILLER                   PIC X(36) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER                   PIC X(5) VALUE SPACES.
           05 WS-COUNT-LABEL           PIC X(40) VALUE SPACES.
           05 WS-COUNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(76) VALUE SPACES.
       01 WS-DETAIL-LINE               PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       AUDIT-VERIFY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               PERFORM WRITE-ALERT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-PRIOR-CERTIFICATE
           IF WS-FINAL-RC < 12
               PERFORM OPEN-AUDIT-TRAIL
           END-IF
           IF WS-FINAL-RC >= 12
               PERFORM CLOSE-AUDIT-TRAIL
               CLOSE RPTFILE
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               PERFORM WRITE-ALERT
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PRINT-PAGE-HEADER
           MOVE "VERIFICATION FINDINGS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           PERFORM LOAD-CHAIN-ANCHORS
           IF WS-FINAL-RC < 12
               PERFORM WALK-ARCHIVE
               PERFORM WALK-LIVE
           END-IF
           PERFORM CLOSE-AUDIT-TRAIL
           IF WS-FINAL-RC >= 12
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               PERFORM WRITE-ALERT
               CLOSE RPTFILE
               MOVE WS-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-UNMATCHED-ANCHORS
           PERFORM CHECK-CERTIFIED-ROW-PRESENT
           IF WS-FINDING-COUNT = 0
               MOVE "      NONE" TO WS-DETAIL-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF
           IF WS-GAP-COUNT > 0 OR WS-DUPLICATE-COUNT > 0 OR
                   WS-CHAIN-BREAK-COUNT > 0 OR
                   WS-BOUNDARY-BREAK-COUNT > 0
               MOVE "FAIL" TO WS-VERIFY-RESULT
               MOVE 8 TO WS-FINAL-RC
           ELSE
               IF WS-ROW-COUNT = 0
                   MOVE "NONE" TO WS-VERIFY-RESULT
                   MOVE 4 TO WS-FINAL-RC
               ELSE
                   MOVE "PASS" TO WS-VERIFY-RESULT
               END-IF
           END-IF
           PERFORM WRITE-VERIFY-CONTROL
           PERFORM PRINT-TOTALS
           CLOSE RPTFILE
           IF WS-FINAL-RC >= 12
               MOVE "AUDITLOG IO FAILURE" TO WS-ALERT-CONDITION
               PERFORM WRITE-ALERT
           ELSE
               IF WS-FINAL-RC = 8
                   MOVE "AUDIT CHAIN BROKEN" TO WS-ALERT-CONDITION
                   MOVE SPACES TO WS-ALERT-FILE-STATUS
                   PERFORM WRITE-ALERT
               END-IF
           END-IF
           DISPLAY "AUDVRFY: RESULT " WS-VERIFY-RESULT " ROWS "
               WS-ROW-COUNT " FIRST SEQ " WS-FIRST-SEQ
               " LAST SEQ " WS-PREV-SEQ
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       OPEN-RPTFILE.
           OPEN OUTPUT RPTFILE
           IF WS-RPTFILE-STATUS NOT = "00"
               DISPLAY "AUDVRFY: OPEN RPTFILE FAILED, STATUS="
                   WS-RPTFILE-STATUS
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-RPTFILE-STATUS TO WS-ALERT-FILE-STATUS
           END-IF.

      * The last certificate on AUDVCTL pins the last row the
      * previous run proved; no AUDVCTL yet means a first run.
       READ-PRIOR-CERTIFICATE.
           OPEN INPUT AUDVCTL-FILE
           IF WS-AUDVCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDVCTL-STATUS NOT = "00"
               DISPLAY "AUDVRFY: OPEN AUDVCTL FAILED, STATUS="
                   WS-AUDVCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-AUDVCTL-STATUS TO WS-ALERT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDVCTL-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AVC-LAST-SEQ > 0
                           SET PRIOR-CERT-FOUND TO TRUE
                           MOVE AVC-TIMESTAMP TO WS-PRIOR-TIMESTAMP
                           MOVE AVC-LAST-SEQ TO WS-PRIOR-LAST-SEQ
                           MOVE AVC-LAST-HASH TO WS-PRIOR-LAST-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDVCTL-FILE.

      * AUDARCH is the archive GDG base read oldest generation
      * first; it may be absent before the first housekeeping cut.
       OPEN-AUDIT-TRAIL.
           OPEN INPUT AUDARCH-FILE
           IF WS-AUDARCH-STATUS = "00"
               SET AUDARCH-IS-OPEN TO TRUE
           ELSE
               IF WS-AUDARCH-STATUS NOT = "35"
                   DISPLAY "AUDVRFY: OPEN AUDARCH FAILED, STATUS="
                       WS-AUDARCH-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   MOVE WS-AUDARCH-STATUS TO WS-ALERT-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               SET AUDITLOG-IS-OPEN TO TRUE
           ELSE
               IF WS-AUDITLOG-STATUS NOT = "35"
                   DISPLAY "AUDVRFY: OPEN AUDITLOG FAILED, STATUS="
                       WS-AUDITLOG-STATUS
                   MOVE 12 TO WS-FINAL-RC
                   MOVE WS-AUDITLOG-STATUS TO WS-ALERT-FILE-STATUS
               END-IF
           END-IF.

       CLOSE-AUDIT-TRAIL.
           IF AUDARCH-IS-OPEN
               CLOSE AUDARCH-FILE
               MOVE "N" TO WS-AUDARCH-OPEN-FLAG
           END-IF
           IF AUDITLOG-IS-OPEN
               CLOSE AUDITLOG-FILE
               MOVE "N" TO WS-AUDITLOG-OPEN-FLAG
           END-IF.

      * Anchors are appended in cut order, so their last sequence
      * numbers ascend; one that does not is itself a finding.
       LOAD-CHAIN-ANCHORS.
           OPEN INPUT AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "AUDVRFY: OPEN AUDCHN FAILED, STATUS="
                   WS-AUDCHN-STATUS
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-AUDCHN-STATUS TO WS-ALERT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDCHN-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-ANCHOR
               END-READ
           END-PERFORM
           CLOSE AUDCHN-FILE.

       LOAD-ONE-ANCHOR.
           IF ACH-LAST-SEQ NOT > WS-ANCHOR-LOAD-SEQ
               MOVE "AUDCHN" TO WS-ROW-SOURCE
               MOVE ACH-LAST-SEQ TO WS-FINDING-SEQ
               MOVE WS-ANCHOR-LOAD-SEQ TO WS-FINDING-PREV-SEQ
               MOVE ACH-CUTOFF-DATE TO WS-FINDING-BUS-DATE
               MOVE "B" TO WS-FINDING-KIND
               MOVE "ARCHIVE CUT OUT OF SEQUENCE"
                   TO WS-FINDING-TEXT
               PERFORM RECORD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-ANCHOR-COUNT >= WS-ANCHOR-MAX
               DISPLAY "AUDVRFY: ANCHOR TABLE CAPACITY EXCEEDED"
               MOVE 12 TO WS-FINAL-RC
               SET FILE-AT-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANCHOR-COUNT
           SET ANC-IDX TO WS-ANCHOR-COUNT
           MOVE ACH-LAST-SEQ TO WS-ANC-LAST-SEQ(ANC-IDX)
           MOVE ACH-LAST-HASH TO WS-ANC-LAST-HASH(ANC-IDX)
           MOVE ACH-CUTOFF-DATE TO WS-ANC-CUTOFF-DATE(ANC-IDX)
           MOVE "N" TO WS-ANC-FOUND(ANC-IDX)
           MOVE ACH-LAST-SEQ TO WS-ANCHOR-LOAD-SEQ.

       WALK-ARCHIVE.
           IF NOT AUDARCH-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "ARCHIVE" TO WS-ROW-SOURCE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDARCH-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDARCH-RECORD TO AUDITLOG-RECORD
                       ADD 1 TO WS-ARCHIVE-ROWS
                       PERFORM CHECK-AUDIT-ROW
               END-READ
           END-PERFORM.

       WALK-LIVE.
           IF NOT AUDITLOG-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "LIVE" TO WS-ROW-SOURCE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-AT-EOF
               READ AUDITLOG-FILE
                   AT END
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIN-RECORD TO AUDITLOG-RECORD
                       ADD 1 TO WS-LIVE-ROWS
                       PERFORM CHECK-AUDIT-ROW
               END-READ
           END-PERFORM.

       CHECK-AUDIT-ROW.
           ADD 1 TO WS-ROW-COUNT
           IF AUDITLOG-BUS-DATE NOT = SPACES
               IF WS-LOW-BUS-DATE = SPACES OR
                       AUDITLOG-BUS-DATE < WS-LOW-BUS-DATE
                   MOVE AUDITLOG-BUS-DATE TO WS-LOW-BUS-DATE
               END-IF
               IF AUDITLOG-BUS-DATE > WS-HIGH-BUS-DATE
                   MOVE AUDITLOG-BUS-DATE TO WS-HIGH-BUS-DATE
               END-IF
           END-IF
           MOVE AUDITLOG-SEQ TO WS-FINDING-SEQ
           MOVE WS-PREV-SEQ TO WS-FINDING-PREV-SEQ
           MOVE AUDITLOG-BUS-DATE TO WS-FINDING-BUS-DATE
           IF FIRST-ROW-SEEN
               PERFORM CHECK-NEXT-ROW
           ELSE
               PERFORM CHECK-FIRST-ROW
           END-IF
           PERFORM HASH-AUDIT-ROW
           IF AUDITLOG-SEQ > WS-PREV-SEQ OR NOT FIRST-ROW-SEEN
               PERFORM MATCH-CHAIN-ANCHORS
           ELSE
               MOVE "N" TO WS-PREV-CUT-FLAG
           END-IF
           IF NOT FIRST-ROW-SEEN AND AUDITLOG-SEQ > 1 AND
                   NOT FIRST-ROW-JOINED
               MOVE "B" TO WS-FINDING-KIND
               MOVE "NO ARCHIVE CUT ENDS BEFORE FIRST ROW"
                   TO WS-FINDING-TEXT
               PERFORM RECORD-FINDING
           END-IF
           IF PRIOR-CERT-FOUND AND NOT PRIOR-CERT-CHECKED AND
                   AUDITLOG-SEQ = WS-PRIOR-LAST-SEQ
               PERFORM CHECK-CERTIFIED-ROW
           END-IF
           SET FIRST-ROW-SEEN TO TRUE
           MOVE AUDITLOG-SEQ TO WS-PREV-SEQ
           MOVE WS-AUD-ROW-HASH TO WS-PREV-HASH
           MOVE WS-ROW-SOURCE TO WS-PREV-SOURCE.

      * The very first row of the trail carries a zero previous
      * hash; a later first row must join the cut before it, which
      * MATCH-CHAIN-ANCHORS proves.
       CHECK-FIRST-ROW.
           MOVE AUDITLOG-SEQ TO WS-FIRST-SEQ
           MOVE AUDITLOG-PREV-HASH TO WS-FIRST-PREV-HASH
           IF AUDITLOG-SEQ = 0
               MOVE "C" TO WS-FINDING-KIND
               MOVE "ROW NOT SEQUENCED" TO WS-FINDING-TEXT
               PERFORM RECORD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF AUDITLOG-SEQ = 1 AND AUDITLOG-PREV-HASH NOT = 0
               MOVE "C" TO WS-FINDING-KIND
               MOVE "FIRST ROW PREVIOUS HASH NOT ZERO"
                   TO WS-FINDING-TEXT
               PERFORM RECORD-FINDING
           END-IF.

       CHECK-NEXT-ROW.
           MOVE "N" TO WS-JUNCTION-FLAG
           IF WS-ROW-SOURCE NOT = WS-PREV-SOURCE OR PREV-ENDS-CUT
               SET AT-JUNCTION TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN AUDITLOG-SEQ = 0
                   MOVE "C" TO WS-FINDING-KIND
                   MOVE "ROW NOT SEQUENCED" TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               WHEN AUDITLOG-SEQ = WS-PREV-SEQ
                   MOVE "D" TO WS-FINDING-KIND
                   MOVE "DUPLICATE SEQUENCE NUMBER"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               WHEN AUDITLOG-SEQ < WS-PREV-SEQ
                   MOVE "D" TO WS-FINDING-KIND
                   MOVE "SEQUENCE NUMBER OUT OF ORDER"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               WHEN AUDITLOG-SEQ > WS-PREV-SEQ + 1
                   MOVE "G" TO WS-FINDING-KIND
                   MOVE "SEQUENCE GAP" TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               WHEN AUDITLOG-PREV-HASH NOT = WS-PREV-HASH
                   MOVE "C" TO WS-FINDING-KIND
                   MOVE "PREVIOUS HASH DOES NOT MATCH"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
           END-EVALUATE.

      * Steps the anchor cursor up to this row's sequence number.
      * An anchor ending at this row must carry its hash; for the
      * first row walked, the anchor ending just before it is the
      * cut it must join.
       MATCH-CHAIN-ANCHORS.
           MOVE "N" TO WS-PREV-CUT-FLAG
           MOVE "N" TO WS-ANCHOR-PASS-FLAG
           PERFORM UNTIL ANCHORS-PASSED
               IF WS-ANCHOR-NEXT > WS-ANCHOR-COUNT
                   SET ANCHORS-PASSED TO TRUE
               ELSE
                   SET ANC-IDX TO WS-ANCHOR-NEXT
                   IF WS-ANC-LAST-SEQ(ANC-IDX) > AUDITLOG-SEQ
                       SET ANCHORS-PASSED TO TRUE
                   ELSE
                       PERFORM MATCH-ONE-ANCHOR
                       ADD 1 TO WS-ANCHOR-NEXT
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-ONE-ANCHOR.
           IF WS-ANC-LAST-SEQ(ANC-IDX) = AUDITLOG-SEQ
               MOVE "Y" TO WS-ANC-FOUND(ANC-IDX)
               SET PREV-ENDS-CUT TO TRUE
               IF WS-ANC-LAST-HASH(ANC-IDX) NOT = WS-AUD-ROW-HASH
                   MOVE "B" TO WS-FINDING-KIND
                   MOVE "ARCHIVE CUT LAST ROW ALTERED"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT FIRST-ROW-SEEN AND
                   WS-ANC-LAST-SEQ(ANC-IDX) + 1 = AUDITLOG-SEQ
               MOVE "Y" TO WS-ANC-FOUND(ANC-IDX)
               SET FIRST-ROW-JOINED TO TRUE
               IF WS-ANC-LAST-HASH(ANC-IDX) NOT = AUDITLOG-PREV-HASH
                   MOVE "B" TO WS-FINDING-KIND
                   MOVE "FIRST ROW DOES NOT JOIN ARCHIVE CUT"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               END-IF
           END-IF.

       CHECK-CERTIFIED-ROW.
           SET PRIOR-CERT-CHECKED TO TRUE
           MOVE "N" TO WS-JUNCTION-FLAG
           IF WS-AUD-ROW-HASH NOT = WS-PRIOR-LAST-HASH
               MOVE "C" TO WS-FINDING-KIND
               MOVE "CERTIFIED LAST ROW ALTERED" TO WS-FINDING-TEXT
               PERFORM RECORD-FINDING
           END-IF.

      * A cut whose last row was never reached has lost rows, unless
      * it ended before the first row walked (generation rolled off).
       CHECK-UNMATCHED-ANCHORS.
           MOVE "AUDCHN" TO WS-ROW-SOURCE
           MOVE 0 TO WS-FINDING-PREV-SEQ
           MOVE "N" TO WS-JUNCTION-FLAG
           PERFORM VARYING ANC-IDX FROM 1 BY 1
                   UNTIL ANC-IDX > WS-ANCHOR-COUNT
               IF WS-ANC-FOUND(ANC-IDX) = "N" AND
                       (WS-ROW-COUNT = 0 OR
                        WS-ANC-LAST-SEQ(ANC-IDX) >= WS-FIRST-SEQ)
                   MOVE WS-ANC-LAST-SEQ(ANC-IDX) TO WS-FINDING-SEQ
                   MOVE WS-ANC-CUTOFF-DATE(ANC-IDX)
                       TO WS-FINDING-BUS-DATE
                   MOVE "B" TO WS-FINDING-KIND
                   MOVE "ARCHIVE CUT LAST ROW MISSING"
                       TO WS-FINDING-TEXT
                   PERFORM RECORD-FINDING
               END-IF
           END-PERFORM.

       CHECK-CERTIFIED-ROW-PRESENT.
           IF NOT PRIOR-CERT-FOUND OR PRIOR-CERT-CHECKED
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-COUNT > 0 AND WS-PRIOR-LAST-SEQ < WS-FIRST-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE "AUDVCTL" TO WS-ROW-SOURCE
           MOVE WS-PRIOR-LAST-SEQ TO WS-FINDING-SEQ
           MOVE WS-PRIOR-TIMESTAMP(1:8) TO WS-FINDING-BUS-DATE
           MOVE 0 TO WS-FINDING-PREV-SEQ
           MOVE "N" TO WS-JUNCTION-FLAG
           MOVE "C" TO WS-FINDING-KIND
           MOVE "CERTIFIED LAST ROW MISSING" TO WS-FINDING-TEXT
           PERFORM RECORD-FINDING.

      * A gap or broken hash where one file or archive cut meets the
      * next is counted as a generation boundary break.
       RECORD-FINDING.
           IF AT-JUNCTION AND
                   (WS-FINDING-KIND = "G" OR WS-FINDING-KIND = "C")
               MOVE "B" TO WS-FINDING-KIND
           END-IF
           EVALUATE WS-FINDING-KIND
               WHEN "G"
                   ADD 1 TO WS-GAP-COUNT
                   MOVE "GAP" TO WS-FND-CLASS
               WHEN "D"
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "SEQUENCE" TO WS-FND-CLASS
               WHEN "C"
                   ADD 1 TO WS-CHAIN-BREAK-COUNT
                   MOVE "CHAIN" TO WS-FND-CLASS
               WHEN OTHER
                   ADD 1 TO WS-BOUNDARY-BREAK-COUNT
                   MOVE "BOUNDARY" TO WS-FND-CLASS
           END-EVALUATE
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-ROW-SOURCE TO WS-FND-SOURCE
           MOVE WS-FINDING-SEQ TO WS-FND-SEQ
           MOVE WS-FINDING-PREV-SEQ TO WS-FND-PREV-SEQ
           MOVE WS-FINDING-BUS-DATE TO WS-FND-BUS-DATE
           MOVE WS-FINDING-TEXT TO WS-FND-TEXT
           MOVE WS-FINDING-LINE TO WS-DETAIL-LINE
           PERFORM PRINT-REPORT-LINE.

       WRITE-VERIFY-CONTROL.
           OPEN EXTEND AUDVCTL-FILE
           IF WS-AUDVCTL-STATUS = "05" OR WS-AUDVCTL-STATUS = "35"
               OPEN OUTPUT AUDVCTL-FILE
           END-IF
           IF WS-AUDVCTL-STATUS NOT = "00"
               DISPLAY "AUDVRFY: OPEN AUDVCTL FAILED, STATUS="
                   WS-AUDVCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-AUDVCTL-STATUS TO WS-ALERT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-TIMESTAMP TO AVC-TIMESTAMP
           MOVE WS-VERIFY-RESULT TO AVC-RESULT
           MOVE WS-ROW-COUNT TO AVC-ROW-COUNT
           MOVE WS-ARCHIVE-ROWS TO AVC-ARCHIVE-ROWS
           MOVE WS-LIVE-ROWS TO AVC-LIVE-ROWS
           MOVE WS-FIRST-SEQ TO AVC-FIRST-SEQ
           MOVE WS-FIRST-PREV-HASH TO AVC-FIRST-PREV-HASH
           MOVE WS-PREV-SEQ TO AVC-LAST-SEQ
           MOVE WS-PREV-HASH TO AVC-LAST-HASH
           MOVE WS-LOW-BUS-DATE TO AVC-LOW-BUS-DATE
           MOVE WS-HIGH-BUS-DATE TO AVC-HIGH-BUS-DATE
           MOVE WS-GAP-COUNT TO AVC-GAP-COUNT
           MOVE WS-DUPLICATE-COUNT TO AVC-DUPLICATE-COUNT
           MOVE WS-CHAIN-BREAK-COUNT TO AVC-CHAIN-BREAK-COUNT
           MOVE WS-BOUNDARY-BREAK-COUNT TO AVC-BOUNDARY-BREAK-COUNT
           WRITE AUDVCTL-RECORD
           IF WS-AUDVCTL-STATUS NOT = "00"
               DISPLAY "AUDVRFY: WRITE AUDVCTL FAILED, STATUS="
                   WS-AUDVCTL-STATUS
               MOVE 12 TO WS-FINAL-RC
               MOVE WS-AUDVCTL-STATUS TO WS-ALERT-FILE-STATUS
           END-IF
           CLOSE AUDVCTL-FILE.

       PRINT-TOTALS.
           MOVE "VERIFICATION TOTALS" TO WS-TITLE-TEXT
           PERFORM PRINT-TITLE-LINE
           MOVE "ARCHIVE ROWS WALKED" TO WS-COUNT-LABEL
           MOVE WS-ARCHIVE-ROWS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "LIVE ROWS WALKED" TO WS-COUNT-LABEL
           MOVE WS-LIVE-ROWS TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "ARCHIVE CUTS ON AUDCHN" TO WS-COUNT-LABEL
           MOVE WS-ANCHOR-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "FIRST SEQUENCE NUMBER" TO WS-COUNT-LABEL
           MOVE WS-FIRST-SEQ TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "LAST SEQUENCE NUMBER" TO WS-COUNT-LABEL
           MOVE WS-PREV-SEQ TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "SEQUENCE GAPS" TO WS-COUNT-LABEL
           MOVE WS-GAP-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "DUPLICATE OR OUT OF ORDER SEQUENCES"
               TO WS-COUNT-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "BROKEN CHAIN LINKS" TO WS-COUNT-LABEL
           MOVE WS-CHAIN-BREAK-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE "GENERATION BOUNDARY BREAKS" TO WS-COUNT-LABEL
           MOVE WS-BOUNDARY-BREAK-COUNT TO WS-COUNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-TITLE-TEXT
           STRING "VERIFICATION RESULT " DELIMITED BY SIZE
               WS-VERIFY-RESULT DELIMITED BY SIZE
               INTO WS-TITLE-TEXT
           END-STRING
           PERFORM PRINT-TITLE-LINE.

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
           IF WS-ALERTOUT-STATUS = "05" OR WS-ALERTOUT-STATUS = "35"
               OPEN OUTPUT ALERTOUT-FILE
           END-IF
           IF WS-ALERTOUT-STATUS NOT = "00"
               DISPLAY "AUDVRFY: OPEN ALERTOUT FAILED, STATUS="
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
               DISPLAY "AUDVRFY: WRITE ALERTOUT FAILED, STATUS="
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
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-HEADER-RUN-DATE
           MOVE WS-PRIOR-LAST-SEQ TO WS-HEADER-PRIOR-SEQ
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

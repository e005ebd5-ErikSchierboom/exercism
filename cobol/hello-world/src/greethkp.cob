      * GREETEXC ages off only closed (status C) exceptions - open
      * items stay on the live file regardless of age so they remain
      * in the GREETFIX recycle population to be chased.
      * AUDITLOG is archived as an unbroken leading run of the
      * sequence/hash chain (AUDREC.cpy): rows go to the archive
      * while their timestamp is before the cutoff, and from the
      * first row on or after it everything stays live, so a GREETBKO
      * reversal row carrying an old timestamp never splits the chain
      * between the two files. Each cut appends an AUDCHN anchor
      * (ACHREC.cpy) giving the sequence range archived and the hash
      * of its last row, from which the writers continue the chain
      * when the live trail is empty and AUDVRFY proves the junction.
      * Prints a housekeeping report of counts kept/archived/purged
      * per file. RC=0 clean, RC=12 file failure, RC=16 missing
      * cutoff card.
           SELECT CHKNEW-FILE ASSIGN TO CHKNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKNEW-STATUS.
           SELECT AUDCHN-FILE ASSIGN TO AUDCHN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDCHN-STATUS.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           COPY CHKREC.
       FD  OUTARCH-FILE
           RECORDING MODE IS F.
       01 OUTARCH-RECORD               PIC X(86).
       FD  AUDARCH-FILE
           RECORDING MODE IS F.
       01 AUDARCH-RECORD               PIC X(97).
       FD  EXCARCH-FILE
           RECORDING MODE IS F.
       01 EXCARCH-RECORD               PIC X(121).
       01 CHKARCH-RECORD               PIC X(44).
       FD  OUTNEW-FILE
           RECORDING MODE IS F.
       01 OUTNEW-RECORD                PIC X(86).
       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01 AUDNEW-RECORD                PIC X(97).
       FD  EXCNEW-FILE
           RECORDING MODE IS F.
       01 EXCNEW-RECORD                PIC X(121).
       FD  CHKNEW-FILE
           RECORDING MODE IS F.
       01 CHKNEW-RECORD                PIC X(44).
       FD  AUDCHN-FILE
           RECORDING MODE IS F.
           COPY ACHREC.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD                 PIC X(80).
       01 WS-AUDNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-EXCNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-CHKNEW-STATUS             PIC XX VALUE SPACES.
       01 WS-AUDCHN-STATUS             PIC XX VALUE SPACES.
       01 WS-SYSIN-STATUS              PIC XX VALUE SPACES.
       01 WS-RPTFILE-STATUS            PIC XX VALUE SPACES.
       01 WS-FINAL-RC                  PIC 9(4) VALUE 0.
       01 WS-OUT-ARCHIVED              PIC 9(7) VALUE 0.
       01 WS-AUD-KEPT                  PIC 9(7) VALUE 0.
       01 WS-AUD-ARCHIVED              PIC 9(7) VALUE 0.
       01 WS-AUD-CUT-FLAG              PIC X VALUE "N".
           88 AUD-CUT-ENDED            VALUE "Y".
       01 WS-AUD-CUT-FIRST-SEQ         PIC 9(9) VALUE 0.
       01 WS-AUD-CUT-LAST-SEQ          PIC 9(9) VALUE 0.
       01 WS-AUD-TAIL-ROW              PIC X(97) VALUE SPACES.
       01 WS-AUD-ROW-HASH              PIC 9(15) VALUE 0.
       01 WS-AUD-HASH-COL              PIC 9(3) VALUE 0.
       01 WS-EXC-KEPT                  PIC 9(7) VALUE 0.
       01 WS-EXC-ARCHIVED              PIC 9(7) VALUE 0.
       01 WS-CHK-KEPT                  PIC 9(7) VALUE 0.
                       SET FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF AUDITLOG-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                               AND NOT AUD-CUT-ENDED
                           MOVE AUDITLOG-RECORD TO AUDARCH-RECORD
                           WRITE AUDARCH-RECORD
                           ADD 1 TO WS-AUD-ARCHIVED
                           IF WS-AUD-ARCHIVED = 1
                               MOVE AUDITLOG-SEQ
                                   TO WS-AUD-CUT-FIRST-SEQ
                           END-IF
                           MOVE AUDITLOG-SEQ TO WS-AUD-CUT-LAST-SEQ
                           MOVE AUDITLOG-RECORD TO WS-AUD-TAIL-ROW
                       ELSE
                           SET AUD-CUT-ENDED TO TRUE
                           MOVE AUDITLOG-RECORD TO AUDNEW-RECORD
                           WRITE AUDNEW-RECORD
                           ADD 1 TO WS-AUD-KEPT
               CLOSE AUDITLOG-FILE
           END-IF
           CLOSE AUDARCH-FILE
           CLOSE AUDNEW-FILE
           IF WS-AUD-ARCHIVED > 0 AND WS-FINAL-RC < 12
               PERFORM WRITE-AUDIT-CHAIN-ANCHOR
           END-IF.

       WRITE-AUDIT-CHAIN-ANCHOR.
           PERFORM HASH-AUDIT-ROW
           OPEN EXTEND AUDCHN-FILE
           IF WS-AUDCHN-STATUS = "05" OR WS-AUDCHN-STATUS = "35"
               OPEN OUTPUT AUDCHN-FILE
           END-IF
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETHKP: OPEN AUDCHN FAILED, STATUS="
                   WS-AUDCHN-STATUS
               MOVE 12 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO ACH-TIMESTAMP
           MOVE "GREETHKP" TO ACH-PROGRAM
           MOVE WS-CUTOFF-DATE TO ACH-CUTOFF-DATE
           MOVE WS-AUD-CUT-FIRST-SEQ TO ACH-FIRST-SEQ
           MOVE WS-AUD-CUT-LAST-SEQ TO ACH-LAST-SEQ
           MOVE WS-AUD-ARCHIVED TO ACH-ROW-COUNT
           MOVE WS-AUD-ROW-HASH TO ACH-LAST-HASH
           WRITE AUDCHN-RECORD
           IF WS-AUDCHN-STATUS NOT = "00"
               DISPLAY "GREETHKP: WRITE AUDCHN FAILED, STATUS="
                   WS-AUDCHN-STATUS
               MOVE 12 TO WS-FINAL-RC
           END-IF
           CLOSE AUDCHN-FILE.

       HASH-AUDIT-ROW.
           MOVE 0 TO WS-AUD-ROW-HASH
           PERFORM VARYING WS-AUD-HASH-COL FROM 1 BY 1
                   UNTIL WS-AUD-HASH-COL >
                       FUNCTION LENGTH(WS-AUD-TAIL-ROW)
               COMPUTE WS-AUD-ROW-HASH = FUNCTION MOD(
                   WS-AUD-ROW-HASH * 251 +
                   FUNCTION ORD(WS-AUD-TAIL-ROW(WS-AUD-HASH-COL:1)),
                   999999999999989)
           END-PERFORM.

       AGE-GREETEXC.
           OPEN OUTPUT EXCARCH-FILE

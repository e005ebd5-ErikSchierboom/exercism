      *****************************************************************
      * AVCREC.cpy
      * Shared record layout for the AUDVCTL audit verification
      * control dataset: one record appended by every AUDVRFY run,
      * the certificate the auditors file with each AUDRSRCH
      * extract. AVC-RESULT is PASS when the archive generations
      * and the live AUDITLOG walked in order show no sequence gap,
      * no duplicate, no broken chain and no generation boundary
      * that does not join up, FAIL otherwise, NONE when there was
      * no row to verify. The first/last sequence numbers and
      * hashes pin the certified range: the next run proves the
      * last certified row is still on file unaltered, so rows cut
      * off the end of the trail cannot go unnoticed. COPY this
      * under the AUDVCTL FD in any program that reads or appends
      * verification control so the layout stays in sync across
      * the estate.
      *****************************************************************
       01 AUDVCTL-RECORD.
           05 AVC-TIMESTAMP            PIC X(21).
           05 AVC-RESULT               PIC X(4).
           05 AVC-ROW-COUNT            PIC 9(9).
           05 AVC-ARCHIVE-ROWS         PIC 9(9).
           05 AVC-LIVE-ROWS            PIC 9(9).
           05 AVC-FIRST-SEQ            PIC 9(9).
           05 AVC-FIRST-PREV-HASH      PIC 9(15).
           05 AVC-LAST-SEQ             PIC 9(9).
           05 AVC-LAST-HASH            PIC 9(15).
           05 AVC-LOW-BUS-DATE         PIC X(8).
           05 AVC-HIGH-BUS-DATE        PIC X(8).
           05 AVC-GAP-COUNT            PIC 9(7).
           05 AVC-DUPLICATE-COUNT      PIC 9(7).
           05 AVC-CHAIN-BREAK-COUNT    PIC 9(7).
           05 AVC-BOUNDARY-BREAK-COUNT PIC 9(7).

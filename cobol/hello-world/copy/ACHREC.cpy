      *****************************************************************
      * ACHREC.cpy
      * Shared record layout for the AUDCHN audit chain anchor
      * dataset: one record appended every time rows leave the live
      * AUDITLOG for an AUDARCH archive generation (GREETHKP, and
      * the one-time GREETCN4 conversion), giving the sequence
      * range and row count of the cut and the chain hash of its
      * last row (see AUDREC.cpy). The LAST record on file is where
      * the chain carries on when the live AUDITLOG is empty, and
      * AUDVRFY checks every cut's last row is still on the archive
      * with the same hash, so a generation boundary that does not
      * join up is reported. COPY this under the AUDCHN FD in any
      * program that reads or appends the anchors so the layout
      * stays in sync across the estate.
      *****************************************************************
       01 AUDCHN-RECORD.
           05 ACH-TIMESTAMP            PIC X(21).
           05 ACH-PROGRAM              PIC X(8).
           05 ACH-CUTOFF-DATE          PIC X(8).
           05 ACH-FIRST-SEQ            PIC 9(9).
           05 ACH-LAST-SEQ             PIC 9(9).
           05 ACH-ROW-COUNT            PIC 9(9).
           05 ACH-LAST-HASH            PIC 9(15).

      *****************************************************************
      * RSTREC.cpy
      * Shared record layout for the RSTCTL GREETDRV restart control
      * dataset, appended CHECKPT-style - the LAST record on file for
      * a business date and request file is its current state.
      * RSTCTL-REQUEST-ID identifies the request batch (GREETDRV
      * builds it from the department and batch id on the GREETREQ
      * *HDR header, REQREC.cpy, so a rerun of the same batch finds
      * it again).
      * RSTCTL-STATUS is I while the run is in flight (written at
      * the start of the run and at every commit point), P once the
      * GREETRST restart step has purged the rows the failed run
      * wrote after its last commit point (GREETRST redoes the
      * purge on a latest P, until GREETDRV restarts and writes I
      * again), and C when the run reached the end of the request
      * file, whatever return codes its requests ended with - a run
      * abandoned on a GREETOUT/AUDITLOG/GREETEXC or RSTCTL failure
      * or a failed commit point, or one that abended, stays I, so
      * GREETRST restarts it from its last commit point.
      * RSTCTL-COMMIT-SEQ
      * is the GREETDISP-SEQ of the last request committed, with the
      * running accept/reject counts and highest return code at
      * that point, so a restart carries them forward. The
      * RUN-START timestamp and the OUT/AUD/EXC row counts describe
      * the current attempt only: the rows that attempt appended
      * to GREETOUT/AUDITLOG/GREETEXC up to the commit point, which
      * GREETRST keeps while dropping the rest. COPY this under the
      * RSTCTL FD in any program that reads or appends restart
      * control so the layout stays in sync across the estate.
      *****************************************************************
       01 RSTCTL-RECORD.
           05 RSTCTL-BUS-DATE          PIC X(8).
           05 RSTCTL-REQUEST-ID        PIC X(22).
           05 RSTCTL-STATUS            PIC X.
           05 RSTCTL-COMMIT-SEQ        PIC 9(5).
           05 RSTCTL-ACCEPT-COUNT      PIC 9(5).
           05 RSTCTL-REJECT-COUNT      PIC 9(5).
           05 RSTCTL-RETURN-CODE       PIC 9(4).
           05 RSTCTL-RUN-START         PIC X(21).
           05 RSTCTL-OUT-ROWS          PIC 9(7).
           05 RSTCTL-AUD-ROWS          PIC 9(7).
           05 RSTCTL-EXC-ROWS          PIC 9(7).
           05 RSTCTL-TIMESTAMP         PIC X(21).

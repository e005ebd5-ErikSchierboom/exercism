      *****************************************************************
      * CCTREC.cpy
      * Shared record layout for the CCTRMST keyed cost-centre
      * master (VSAM KSDS, RECORD KEY CCTR-ID, one record per
      * cost centre that may request greetings). Every GREETREQ
      * request card names the requesting cost centre (REQREC.cpy)
      * and GREETDRV rejects a card whose cost centre is not on
      * this master or is closed. CCTR-DEPARTMENT is the
      * department the cost centre belongs to - the level the
      * month-end chargeback (GREETCHG) reports at. CCTR-RATE is
      * the charge per delivered greeting (4 decimal places, so a
      * rate can be a fraction of a cent) and CCTR-GL-ACCOUNT the
      * general ledger account the charge is debited to. CCTR-
      * STATUS is A active or C closed, with CCTR-CLOSE-DATE the
      * business date it was closed on; a closed cost centre
      * stays on the master so greetings it was delivered before
      * closing are still charged at month end. Cost centres are
      * maintained with CCTRMNT transaction cards. COPY this under
      * the CCTRMST FD in any program that reads or maintains the
      * cost-centre master so the layout stays in sync across the
      * estate.
      *****************************************************************
       01 CCTRMST-RECORD.
           05 CCTR-ID                  PIC X(8).
           05 CCTR-DEPARTMENT          PIC X(8).
           05 CCTR-NAME                PIC X(25).
           05 CCTR-STATUS              PIC X.
           05 CCTR-RATE                PIC 9(3)V9(4).
           05 CCTR-GL-ACCOUNT          PIC X(10).
           05 CCTR-CLOSE-DATE          PIC X(8).
           05 CCTR-UPDATE-TIMESTAMP    PIC X(21).

      *****************************************************************
      * REQREC.cpy
      * Record layouts for the GREETREQ inbound request batch sent
      * by the requesting departments. The file is fixed 80-byte
      * cards: one *HDR header (submitting department, batch id
      * unique within the department, and the business date the
      * batch is for), the request cards themselves (exactly as
      * GREETDRV has always accepted them in columns 1-72, with the
      * requesting CCTRMST cost centre - see CCTREC.cpy - in
      * columns 73-80, REQ-COST-CENTRE), and one *TRL trailer
      * carrying the request count and a hash total over the
      * request cards only: for every non-blank byte in columns
      * 1-80 of every request card, the byte's ordinal value
      * multiplied by its column number, summed over the batch and
      * kept to the low-order 15 digits. A batch whose trailer does
      * not agree with its own request cards, or whose header or
      * trailer is missing, out of place or repeated, is rejected
      * whole before any greeting is written. COPY this under the
      * GREETREQ FD in any program that reads or builds request
      * batches so the layout stays in sync across the estate.
      *****************************************************************
       01 GREETREQ-RECORD              PIC X(80).
       01 REQ-REQUEST-RECORD.
           05 REQ-REQUEST              PIC X(72).
           05 REQ-COST-CENTRE          PIC X(8).
       01 REQ-HEADER-RECORD.
           05 REQ-HDR-RECORD-TYPE      PIC X(4).
           05 FILLER                   PIC X.
           05 REQ-HDR-DEPARTMENT       PIC X(8).
           05 FILLER                   PIC X.
           05 REQ-HDR-BATCH-ID         PIC X(12).
           05 FILLER                   PIC X.
           05 REQ-HDR-BUSINESS-DATE    PIC X(8).
           05 FILLER                   PIC X(45).
       01 REQ-TRAILER-RECORD.
           05 REQ-TRL-RECORD-TYPE      PIC X(4).
           05 FILLER                   PIC X.
           05 REQ-TRL-REQUEST-COUNT    PIC 9(7).
           05 FILLER                   PIC X.
           05 REQ-TRL-HASH-TOTAL       PIC 9(15).
           05 FILLER                   PIC X(52).

      *****************************************************************
      * BATREC.cpy
      * Shared record layout for the BATCTL inbound batch control
      * dataset: one record appended for every GREETREQ batch
      * GREETDRV receives (REQREC.cpy), carrying the submitting
      * department and batch id from the *HDR header, the header
      * business date, the time received, the trailer request count
      * and hash total, the resubmit flag (Y = operations-authorized
      * resubmission of a batch id already accepted), the batch
      * status - A accepted for processing, R rejected because the
      * batch failed its header/trailer edit, D refused as a
      * duplicate of a batch already accepted - and the reason for
      * an R or D. Department plus batch id is the batch's identity:
      * GREETDRV refuses a batch whose identity already has an A
      * record, on any business date, unless a RESUBMIT card
      * authorizes it, the same way GREETXTR refuses a second feed
      * without a RESEND card (XMTREC.cpy). COPY this under the
      * BATCTL FD in any program that reads or appends inbound
      * batch control so the layout stays in sync across the
      * estate.
      *****************************************************************
       01 BATCTL-RECORD.
           05 BATCTL-DEPARTMENT        PIC X(8).
           05 BATCTL-BATCH-ID          PIC X(12).
           05 BATCTL-BUS-DATE          PIC X(8).
           05 BATCTL-RECEIVE-TIMESTAMP PIC X(21).
           05 BATCTL-REQUEST-COUNT     PIC 9(7).
           05 BATCTL-HASH-TOTAL        PIC 9(15).
           05 BATCTL-RESUBMIT-FLAG     PIC X.
           05 BATCTL-STATUS            PIC X.
           05 BATCTL-REASON            PIC X(30).

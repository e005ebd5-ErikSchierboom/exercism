      *****************************************************************
      * DLVREC.cpy
      * Shared record layout for the DLVHIST keyed recipient
      * delivery history (VSAM KSDS, RECORD KEY DLVH-RECIP-ID, one
      * record per RECIPMST recipient that has had a delivery
      * outcome posted). GREETACK posts each acknowledged
      * recipient-personalized greeting: a delivered ack sets the
      * last-delivered date and clears the consecutive-failure
      * run; a failed ack adds one to the run and records the
      * platform's reason code and the failure date. When the run
      * reaches the suspension threshold the recipient is
      * suspended (DLVH-STATUS S, with the date) and GREETDRV
      * rejects RECIP cards for it until RECPMNT reinstates it
      * (DLVH-STATUS back to A, run cleared). DLVH-LAST-ACK-
      * TIMESTAMP is the greeting timestamp of the last ack posted,
      * so re-running GREETACK for a feed already posted does not
      * count the same outcome twice. COPY this under the DLVHIST
      * FD in any program that reads or maintains delivery history
      * so the layout stays in sync across the estate.
      *****************************************************************
       01 DLVHIST-RECORD.
           05 DLVH-RECIP-ID            PIC X(8).
           05 DLVH-STATUS              PIC X.
           05 DLVH-LAST-DELIVERED-DATE PIC X(8).
           05 DLVH-CONSEC-FAILURES     PIC 9(3).
           05 DLVH-LAST-FAILURE-DATE   PIC X(8).
           05 DLVH-LAST-REASON-CODE    PIC X(4).
           05 DLVH-TOTAL-DELIVERED     PIC 9(7).
           05 DLVH-TOTAL-FAILED        PIC 9(7).
           05 DLVH-SUSPEND-DATE        PIC X(8).
           05 DLVH-LAST-ACK-TIMESTAMP  PIC X(21).
           05 DLVH-UPDATE-TIMESTAMP    PIC X(21).

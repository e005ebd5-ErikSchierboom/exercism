      * receiving side can detect a duplicate or a gap, plus a
      * replace flag: Y marks an operations-authorized resend of a
      * date that already had a feed, N a normal first feed.
      * The detail carries the RECIPMST recipient id of a
      * recipient-personalized greeting (spaces otherwise, agreed
      * with the platform, taken from the former filler) so the
      * acknowledgement for it can be posted to the recipient's
      * delivery history, and the CCTRMST cost centre that
      * requested the greeting (spaces when none, agreed with the
      * platform, taken from the former filler; the platform does
      * not echo it) so GREETACK can attribute each acknowledged
      * outcome to the cost centre charged for it.
      *****************************************************************
       01 XTR-HEADER-RECORD.
           05 XTR-HDR-RECORD-TYPE      PIC X.
           05 XTR-DTL-GREETING-TEXT    PIC X(40).
           05 XTR-DTL-TIMESTAMP        PIC X(21).
           05 XTR-DTL-MONTH-END        PIC X.
           05 XTR-DTL-RECIP-ID         PIC X(8).
           05 XTR-DTL-COST-CENTRE      PIC X(8).
           05 FILLER                   PIC X.
       01 XTR-TRAILER-RECORD.
           05 XTR-TRL-RECORD-TYPE      PIC X.
           05 XTR-TRL-DETAIL-COUNT     PIC 9(9).

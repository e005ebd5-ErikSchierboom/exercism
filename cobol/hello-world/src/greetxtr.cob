      * is refused with RC=8 unless the SYSIN card carries RESEND
      * in columns 10-15 - the resent feed is then flagged as a
      * replacement in its header rather than a silent duplicate.
      * Each detail carries the greeting's recipient id and
      * requesting cost centre from GREETOUT so GREETACK can post
      * the acknowledged outcome to both.
      * RC=16 missing business-date card.
      *****************************************************************
       IDENTIFICATION DIVISION.
           MOVE GREETOUT-TEXT TO XTR-DTL-GREETING-TEXT
           MOVE GREETOUT-TIMESTAMP TO XTR-DTL-TIMESTAMP
           MOVE GREETOUT-MONTH-END TO XTR-DTL-MONTH-END
           MOVE GREETOUT-RECIP-ID TO XTR-DTL-RECIP-ID
           MOVE GREETOUT-COST-CENTRE TO XTR-DTL-COST-CENTRE
           MOVE XTR-DETAIL-RECORD TO XTRFILE-RECORD
           WRITE XTRFILE-RECORD
           IF WS-XTRFILE-STATUS NOT = "00"

      * business dates for downstream roll-ups. GREETOUT-TEXT was
      * widened 14 -> 40 for recipient-personalized greetings; the
      * one-time GREETCN2 conversion widens datasets cataloged at
      * the old LRECL. GREETOUT-RECIP-ID carries the RECIPMST
      * recipient id of a recipient-personalized greeting (spaces
      * on locale and custom-text greetings) so delivery outcomes
      * can be posted back to the recipient's delivery history
      * (DLVREC.cpy); the record grew 70 -> 78 and the one-time
      * GREETCN3 conversion widens datasets cataloged at 70.
      * GREETOUT-COST-CENTRE is the CCTRMST cost centre that
      * requested the greeting (CCTREC.cpy; spaces on greetings not
      * requested on a GREETREQ card) so the month-end chargeback
      * can bill it; the record grew 78 -> 86 and the one-time
      * GREETCN5 conversion widens datasets cataloged at 78.
       01 GREETOUT-RECORD.
           05 GREETOUT-TEXT            PIC X(40).
           05 GREETOUT-TIMESTAMP       PIC X(21).
           05 GREETOUT-BUS-DATE        PIC X(8).
           05 GREETOUT-MONTH-END       PIC X.
           05 GREETOUT-RECIP-ID        PIC X(8).
           05 GREETOUT-COST-CENTRE     PIC X(8).

      *****************************************************************
      * GLJREC.cpy
      * Interface record layouts for the month-end greeting
      * chargeback journal (GLJRNL) passed to the general ledger
      * interface. The journal file is fixed 80-byte records: one
      * H header (source system, journal id HWDCHG plus the
      * period, the accounting period YYYYMM and the creation
      * timestamp), one D detail per journal line, and one T
      * trailer carrying the detail count and the debit and credit
      * totals. Each cost centre charged for the month is one
      * debit line to its CCTRMST general ledger account (see
      * CCTREC.cpy) for its delivered greetings at its rate; one
      * credit line for the month's total goes to the recovery
      * account named on the GREETCHG parameter card. Amounts are
      * unsigned with the sign carried by GLJ-DTL-DEBIT-CREDIT (D
      * or C). The journal always balances - a file whose trailer
      * does not agree with its own details, or whose debit and
      * credit totals differ, must not be posted. A rerun for the
      * same period carries the same journal id and replaces the
      * earlier journal on the ledger side. COPY this into
      * WORKING-STORAGE on both sides so the two teams code
      * against the same layout.
      *****************************************************************
       01 GLJ-HEADER-RECORD.
           05 GLJ-HDR-RECORD-TYPE      PIC X.
           05 GLJ-HDR-SOURCE           PIC X(8).
           05 GLJ-HDR-JOURNAL-ID       PIC X(12).
           05 GLJ-HDR-PERIOD           PIC X(6).
           05 GLJ-HDR-CREATE-TIMESTAMP PIC X(21).
           05 FILLER                   PIC X(32).
       01 GLJ-DETAIL-RECORD.
           05 GLJ-DTL-RECORD-TYPE      PIC X.
           05 GLJ-DTL-GL-ACCOUNT       PIC X(10).
           05 GLJ-DTL-COST-CENTRE      PIC X(8).
           05 GLJ-DTL-DEPARTMENT       PIC X(8).
           05 GLJ-DTL-DEBIT-CREDIT     PIC X.
           05 GLJ-DTL-AMOUNT           PIC 9(11)V99.
           05 GLJ-DTL-QUANTITY         PIC 9(7).
           05 GLJ-DTL-DESCRIPTION      PIC X(30).
           05 FILLER                   PIC X(2).
       01 GLJ-TRAILER-RECORD.
           05 GLJ-TRL-RECORD-TYPE      PIC X.
           05 GLJ-TRL-DETAIL-COUNT     PIC 9(7).
           05 GLJ-TRL-DEBIT-TOTAL      PIC 9(13)V99.
           05 GLJ-TRL-CREDIT-TOTAL     PIC 9(13)V99.
           05 FILLER                   PIC X(42).

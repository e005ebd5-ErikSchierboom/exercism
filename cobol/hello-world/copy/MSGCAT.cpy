           05 FILLER PIC X(28) VALUE "ACK OUT OF BALANCE  HWD0118W".
           05 FILLER PIC X(28) VALUE "ACK DELIVERY FAILUREHWD0119W".
           05 FILLER PIC X(28) VALUE "BUSINESS DATE CLOSEDHWD0020S".
           05 FILLER PIC X(28) VALUE "RESTART NOT PREPAREDHWD0021S".
           05 FILLER PIC X(28) VALUE "REQ BATCH UNBALANCEDHWD0120E".
           05 FILLER PIC X(28) VALUE "REQ BATCH DUPLICATE HWD0121W".
           05 FILLER PIC X(28) VALUE "EXCEPTION SLA BREACHHWD0122W".
           05 FILLER PIC X(28) VALUE "DLVHIST IO FAILURE  HWD0123E".
           05 FILLER PIC X(28) VALUE "FEED STUCK AT G/T   HWD0124W".
           05 FILLER PIC X(28) VALUE "AUDIT CHAIN BROKEN  HWD0125W".
           05 FILLER PIC X(28) VALUE "RECIP LOCALE NO TEXTHWD0126W".
           05 FILLER PIC X(28) VALUE "CHARGEBACK EXCEPTIONHWD0127W".
           05 FILLER PIC X(28) VALUE "CCUSAGE IO FAILURE  HWD0128E".
           05 FILLER PIC X(28) VALUE "GLJRNL IO FAILURE   HWD0129E".
           05 FILLER PIC X(28) VALUE "CCTRMST IO FAILURE  HWD0130E".
       01 WS-MSGCAT REDEFINES WS-MSGCAT-VALUES.
           05 WS-MSGCAT-ENTRY OCCURS 25 TIMES INDEXED BY MSGCAT-IDX.
               10 WS-MSGCAT-CONDITION   PIC X(20).
               10 WS-MSGCAT-CODE        PIC X(8).
       01 WS-MSGCAT-ENTRY-COUNT        PIC 9(2) VALUE 25.
       01 WS-MSGCAT-DEFAULT-CODE       PIC X(8) VALUE "HWD0999E".

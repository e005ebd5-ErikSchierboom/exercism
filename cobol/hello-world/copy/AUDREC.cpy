      * actual clock time. AUDITLOG-RESULT was widened 14 -> 40 for
      * recipient-personalized greetings; the one-time GREETCN2
      * conversion widens datasets cataloged at the old LRECL.
      * AUDITLOG-SEQ and AUDITLOG-PREV-HASH (73 -> 97, converted
      * by the one-time GREETCN4 job) make the trail tamper
      * evident: every writer numbers its rows on from the last row
      * on file, one global ascending sequence, and stamps each row
      * with the chain hash of the row before it - the whole
      * 97-byte previous row, sequence and hash included, folded
      * byte by byte as HASH = (HASH * 251 + ORD(byte)) modulo
      * 999999999999989. The first row ever written carries zero.
      * When housekeeping has archived every row the chain carries
      * on from the last archive cut recorded on AUDCHN
      * (ACHREC.cpy). AUDVRFY walks the archive generations and
      * the live file and proves the sequence and chain unbroken.
       01 AUDITLOG-RECORD.
           05 AUDITLOG-TIMESTAMP       PIC X(21).
           05 AUDITLOG-RESULT          PIC X(40).
           05 AUDITLOG-RETURN-CODE     PIC 9(4).
           05 AUDITLOG-BUS-DATE        PIC X(8).
           05 AUDITLOG-SEQ             PIC 9(9).
           05 AUDITLOG-PREV-HASH       PIC 9(15).

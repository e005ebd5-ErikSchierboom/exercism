       FILE SECTION.
       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
       01 AUDIN-RECORD                 PIC X(97).
       FD  AUDARCH1-FILE
           RECORDING MODE IS F.
       01 ARCH1-RECORD                 PIC X(97).
       FD  AUDARCH2-FILE
           RECORDING MODE IS F.
       01 ARCH2-RECORD                 PIC X(97).
       FD  AUDARCH3-FILE
           RECORDING MODE IS F.
       01 ARCH3-RECORD                 PIC X(97).
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01 SYSIN-RECORD.

           05  CK-TORP-HITS          PIC 99.
           05  CK-MASTER-TBL         PIC X(15876).
           05  CK-RUN-DATE           PIC 9(6).
           05  CK-SCENARIO           PIC X(8).
           05  CK-DOCTRINE           PIC X(8).
           05  CK-DOC-SET            PIC X(23).

       FD  CAREER-FILE.
       01  CAREER-RECORD.

       01  APR-RECORD.
           05  APR-STATUS      PIC X(1).
           05  APR-TYPE        PIC X(1).
           05  APR-MAKER       PIC X(8).
           05  APR-MAKER-AUTH  PIC X(1).
           05  APR-SUB-DATE    PIC 9(6).
           05  APR-SUB-TIME    PIC 9(6).
           05  APR-REASON      PIC X(2).
           05  APR-RUN-ID      PIC X(14).
           05  APR-ORIG-TRAN   PIC X(21).
           05  APR-NEW-TRAN    PIC X(21).

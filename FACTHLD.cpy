       01  HLD-RECORD.
           05  HLD-STATUS      PIC X(1).
           05  HLD-REASON      PIC X(2).
           05  HLD-RUN-ID      PIC X(14).
           05  HLD-TRAN        PIC X(21).

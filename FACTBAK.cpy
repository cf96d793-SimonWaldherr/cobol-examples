       01  BAK-RECORD.
           05  BAK-DEPT        PIC X(4).
           05  BAK-BATCH       PIC 9(6).
           05  BAK-BUS-DATE    PIC 9(6).
           05  BAK-STATUS      PIC X(1).
           05  BAK-REASON      PIC X(2).
           05  BAK-COUNT       PIC 9(6).
           05  BAK-HASH        PIC 9(8).

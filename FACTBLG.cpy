       01  BLG-RECORD.
           05  BLG-DEPT        PIC X(4).
           05  BLG-BATCH       PIC 9(6).
           05  BLG-CREATE-DATE PIC 9(6).
           05  BLG-BUS-DATE    PIC 9(6).
           05  BLG-STATUS      PIC X(1).
           05  BLG-REASON      PIC X(2).
           05  BLG-COUNT       PIC 9(6).
           05  BLG-HASH        PIC 9(8).

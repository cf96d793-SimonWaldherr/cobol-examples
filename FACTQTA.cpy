       01  QTA-RECORD.
           05  QTA-DEPT        PIC X(4).
           05  QTA-LIMIT-F     PIC 9(6).
           05  QTA-LIMIT-P     PIC 9(6).
           05  QTA-LIMIT-C     PIC 9(6).
           05  QTA-LIMIT-PRI1  PIC 9(6).
           05  QTA-CHG-DATE    PIC 9(6).
           05  QTA-CHG-OPER    PIC X(8).

       01  REG-PARMS.
           05  REG-FUNC        PIC X(1).
           05  REG-STATUS      PIC X(1).
           05  REG-REQUEST-ID  PIC X(8).
           05  REG-DEPT        PIC X(4).
           05  REG-EDIT-ID     PIC X(14).
           05  REG-RUN-ID      PIC X(14).
           05  REG-BUS-DATE    PIC 9(6).
           05  REG-DISP        PIC X(1).
           05  REG-REASON      PIC X(2).

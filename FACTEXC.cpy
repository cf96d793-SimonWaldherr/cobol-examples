       01  EXC-PARMS.
           05  EXC-FUNC        PIC X(1).
           05  EXC-STATUS      PIC X(1).
           05  EXC-BUS-DATE    PIC 9(6).
           05  EXC-POST-TIME   PIC 9(8).
           05  EXC-PROGRAM     PIC X(8).
           05  EXC-SEVERITY    PIC X(1).
           05  EXC-CATEGORY    PIC X(8).
           05  EXC-REF-ID      PIC X(14).
           05  EXC-MESSAGE     PIC X(40).
           05  EXC-STATE       PIC X(1).
           05  EXC-ACT-OPER    PIC X(8).
           05  EXC-ACT-DATE    PIC 9(6).

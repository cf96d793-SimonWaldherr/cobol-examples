       01  DPT-PARMS.
           05  DPT-FUNC        PIC X(1).
           05  DPT-STATUS      PIC X(1).
           05  DPT-CODE        PIC X(4).
           05  DPT-NAME        PIC X(30).
           05  DPT-COST-CTR    PIC X(8).
           05  DPT-CONTACT     PIC X(20).
           05  DPT-DEPT-STATUS PIC X(1).
           05  DPT-EFF-FROM    PIC 9(6).
           05  DPT-EFF-TO      PIC 9(6).

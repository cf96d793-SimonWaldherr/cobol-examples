       01  SCT-PARMS.
           05  SCT-FUNC        PIC X(1).
           05  SCT-STATUS      PIC X(1).
           05  SCT-STEP        PIC X(8).
           05  SCT-BUS-DATE    PIC 9(6).
           05  SCT-RC          PIC 9(4).
           05  SCT-PRIOR-RC    PIC 9(4).

       01  PCK-PARMS.
           05  PCK-FUNC        PIC X(1).
           05  PCK-STATUS      PIC X(1).
           05  PCK-MONTH       PIC 9(4).
           05  PCK-OPER-ID     PIC X(8).
           05  PCK-PROGRAM     PIC X(8).
           05  PCK-CLOSE-DATE  PIC 9(6).
           05  PCK-CLOSE-OPER  PIC X(8).

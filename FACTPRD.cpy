       01  PRD-RECORD.
           05  PRD-MONTH       PIC 9(4).
           05  PRD-STATUS      PIC X(1).
           05  PRD-CLOSE-DATE  PIC 9(6).
           05  PRD-CLOSE-TIME  PIC 9(6).
           05  PRD-CLOSE-OPER  PIC X(8).

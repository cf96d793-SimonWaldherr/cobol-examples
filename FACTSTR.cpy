       01  STR-RECORD.
           05  STR-BUS-DATE    PIC 9(6).
           05  STR-STEP        PIC X(8).
           05  STR-EVENT       PIC X(1).
           05  STR-DATE        PIC 9(6).
           05  STR-TIME        PIC 9(6).
           05  STR-RC          PIC 9(4).

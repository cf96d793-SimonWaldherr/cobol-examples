       01  ENV-RECORD.
           05  ENV-REC-TYPE    PIC X(4).
           05  ENV-HDR-DATA.
               10  ENV-HDR-DEPT        PIC X(4).
               10  ENV-HDR-BATCH       PIC 9(6).
               10  ENV-HDR-CREATE-DATE PIC 9(6).
               10  FILLER              PIC X(1).
           05  ENV-TRL-DATA REDEFINES ENV-HDR-DATA.
               10  ENV-TRL-COUNT       PIC 9(6).
               10  ENV-TRL-HASH        PIC 9(8).
               10  FILLER              PIC X(3).

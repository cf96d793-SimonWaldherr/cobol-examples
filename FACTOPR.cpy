       01  OPR-PARMS.
           05  OPR-OPER-ID     PIC X(8).
           05  OPR-AUTHORITY   PIC X(1).

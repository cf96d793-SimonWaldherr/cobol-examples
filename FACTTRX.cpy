       01  TRX-RECORD.
           05  TRX-ORIG-REQ-ID   PIC X(8).
           05  TRX-DEPT          PIC X(4).
           05  TRX-INIT          PIC X(3).
           05  TRX-PRIORITY      PIC X(1).
           05  TRX-FUNC          PIC X(1).
           05  TRX-ORIG-RUN-MMDD PIC X(4).

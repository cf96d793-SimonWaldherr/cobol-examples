       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactAprR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APR-FILE ASSIGN TO "FACTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT APRR-FILE ASSIGN TO "APRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APRR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APR-FILE.
       COPY FACTAPR.
       FD  APRR-FILE.
       01  APRR-RECORD         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       01  WS-APR-STATUS       PIC X(2).
       01  WS-APRR-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-TODAY            PIC 9(6).
       01  WS-PEND-CNT         PIC 9(6) VALUE 0.
       01  WS-CARRY-CNT        PIC 9(6) VALUE 0.
       01  WS-CORR-CNT         PIC 9(6) VALUE 0.
       01  WS-SREL-CNT         PIC 9(6) VALUE 0.
       01  WS-QREL-CNT         PIC 9(6) VALUE 0.
       01  APRR-HDG-1.
           05  FILLER          PIC X(36) VALUE
               'ITEMS AWAITING APPROVAL'.
           05  FILLER          PIC X(7)  VALUE 'AS OF: '.
           05  ARH-DATE        PIC 99/99/99.
       01  APRR-HDG-2.
           05  FILLER          PIC X(10) VALUE 'REQUEST'.
           05  FILLER          PIC X(6)  VALUE 'DEPT'.
           05  FILLER          PIC X(4)  VALUE 'PRI'.
           05  FILLER          PIC X(26) VALUE 'TYPE'.
           05  FILLER          PIC X(10) VALUE 'MAKER'.
           05  FILLER          PIC X(18) VALUE 'SUBMITTED'.
           05  FILLER          PIC X(4)  VALUE 'RSN'.
           05  FILLER          PIC X(12) VALUE 'NOTE'.
       01  APRR-DTL-LINE.
           05  ADL-REQUEST-ID  PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-PRIORITY    PIC X(1).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  ADL-TYPE        PIC X(24).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-MAKER       PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-SUB-DATE    PIC 99/99/99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  ADL-SUB-TIME    PIC 99B99B99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  ADL-REASON      PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ADL-NOTE        PIC X(12).
       01  APRR-TOT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ATL-TEXT        PIC X(36).
           05  ATL-COUNT       PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE
           OPEN OUTPUT APRR-FILE
           MOVE WS-TODAY TO ARH-DATE
           WRITE APRR-RECORD FROM APRR-HDG-1
           WRITE APRR-RECORD FROM APRR-HDG-2
           OPEN INPUT APR-FILE
           IF WS-APR-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ APR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF APR-STATUS = 'P'
                               PERFORM WRITE-PENDING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APR-FILE
           END-IF
           IF WS-PEND-CNT = 0
               MOVE '  NO ITEMS AWAITING APPROVAL' TO APRR-RECORD
               WRITE APRR-RECORD
           END-IF
           PERFORM WRITE-APRR-TOTALS
           CLOSE APRR-FILE
           DISPLAY 'FACTAPRR: PENDING ' WS-PEND-CNT
               ' CARRIED OVER ' WS-CARRY-CNT
           STOP RUN.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-PEND-CNT
           MOVE APR-NEW-TRAN TO TRN-RECORD
           MOVE TRN-REQUEST-ID TO ADL-REQUEST-ID
           MOVE TRN-DEPT TO ADL-DEPT
           MOVE TRN-PRIORITY TO ADL-PRIORITY
           EVALUATE APR-TYPE
               WHEN 'C'
                   MOVE 'CORRECTION FROM SUSPENSE' TO ADL-TYPE
                   ADD 1 TO WS-CORR-CNT
               WHEN 'R'
                   MOVE 'PRI-1 SUSPENSE RELEASE' TO ADL-TYPE
                   ADD 1 TO WS-SREL-CNT
               WHEN 'Q'
                   MOVE 'PRI-1 QUOTA HOLD RELEASE' TO ADL-TYPE
                   ADD 1 TO WS-QREL-CNT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO ADL-TYPE
           END-EVALUATE
           MOVE APR-MAKER TO ADL-MAKER
           MOVE APR-SUB-DATE TO ADL-SUB-DATE
           MOVE APR-SUB-TIME TO ADL-SUB-TIME
           MOVE APR-REASON TO ADL-REASON
           IF APR-SUB-DATE < WS-TODAY
               MOVE 'CARRIED OVER' TO ADL-NOTE
               ADD 1 TO WS-CARRY-CNT
           ELSE
               MOVE SPACES TO ADL-NOTE
           END-IF
           WRITE APRR-RECORD FROM APRR-DTL-LINE.

       WRITE-APRR-TOTALS.
           MOVE SPACES TO APRR-RECORD
           WRITE APRR-RECORD
           MOVE 'CORRECTIONS FROM SUSPENSE:' TO ATL-TEXT
           MOVE WS-CORR-CNT TO ATL-COUNT
           WRITE APRR-RECORD FROM APRR-TOT-LINE
           MOVE 'PRI-1 SUSPENSE RELEASES:' TO ATL-TEXT
           MOVE WS-SREL-CNT TO ATL-COUNT
           WRITE APRR-RECORD FROM APRR-TOT-LINE
           MOVE 'PRI-1 QUOTA HOLD RELEASES:' TO ATL-TEXT
           MOVE WS-QREL-CNT TO ATL-COUNT
           WRITE APRR-RECORD FROM APRR-TOT-LINE
           MOVE 'TOTAL AWAITING APPROVAL:' TO ATL-TEXT
           MOVE WS-PEND-CNT TO ATL-COUNT
           WRITE APRR-RECORD FROM APRR-TOT-LINE
           MOVE 'CARRIED OVER FROM AN EARLIER DAY:' TO ATL-TEXT
           MOVE WS-CARRY-CNT TO ATL-COUNT
           WRITE APRR-RECORD FROM APRR-TOT-LINE.

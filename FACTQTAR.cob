       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactQtaR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT QTA-FILE ASSIGN TO "FACTQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FACTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT QTR-FILE ASSIGN TO "QTARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  QTA-FILE.
       COPY FACTQTA.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(82).
       FD  HOLD-FILE.
       COPY FACTHLD.
       FD  QTR-FILE.
       01  QTR-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTTRAN.
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-QTA-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-QTR-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-MONTH-CARD       PIC X(4).
       01  WS-REPORT-MONTH     PIC 9(4).
       01  WS-READ-CNT         PIC 9(8) VALUE 0.
       01  WS-AT-LIMIT-CNT     PIC 9(3) VALUE 0.
       01  WS-AT-LIMIT-SW      PIC X(1).
       01  WS-TOT-HELD         PIC 9(8) VALUE 0.
       01  WS-QTA-CNT          PIC 9(3) VALUE 0.
       01  WS-QTA-IX           PIC 9(3).
       01  WS-QTA-HIT-IX       PIC 9(3).
       01  WS-QTA-FN-IX        PIC 9(1).
       01  WS-QTA-DEPT         PIC X(4).
       01  WS-QTA-FULL-SW      PIC X(1) VALUE 'N'.
       01  WS-QTA-TABLE.
           05  WS-QTA-ENTRY    OCCURS 100 TIMES.
               10  QT-DEPT     PIC X(4).
               10  QT-LIMIT    OCCURS 4 TIMES PIC 9(6).
               10  QT-USED     OCCURS 4 TIMES PIC 9(6).
               10  QT-HELD     PIC 9(6).
       01  WS-TYPE-NAMES.
           05  FILLER          PIC X(6) VALUE 'F'.
           05  FILLER          PIC X(6) VALUE 'P'.
           05  FILLER          PIC X(6) VALUE 'C'.
           05  FILLER          PIC X(6) VALUE 'PRI-1'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME    OCCURS 4 TIMES PIC X(6).
       01  WS-PCT-WK           PIC 9(4)V9.
       01  QTR-HDG-1.
           05  FILLER          PIC X(36) VALUE
               'DEPARTMENT QUOTA USAGE REPORT'.
           05  FILLER          PIC X(7)  VALUE 'MONTH: '.
           05  QRH-MONTH       PIC 99/99.
       01  QTR-HDG-2.
           05  FILLER          PIC X(6)  VALUE 'DEPT'.
           05  FILLER          PIC X(8)  VALUE 'LIMIT'.
           05  FILLER          PIC X(8)  VALUE ' CEILING'.
           05  FILLER          PIC X(8)  VALUE '    USED'.
           05  FILLER          PIC X(8)  VALUE '  REMAIN'.
           05  FILLER          PIC X(9)  VALUE '   PCT'.
           05  FILLER          PIC X(20) VALUE 'NOTE'.
       01  QTR-DTL-LINE.
           05  QDL-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QDL-TYPE        PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QDL-LIMIT       PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QDL-USED        PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QDL-REMAIN      PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QDL-PCT         PIC ZZZ9.9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  QDL-NOTE        PIC X(20).
       01  QTR-HELD-LINE.
           05  FILLER          PIC X(6)  VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               'ITEMS WAITING IN HOLD QUEUE:'.
           05  QHL-COUNT       PIC ZZZZZ9.
       01  QTR-TOT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  QTL-TEXT        PIC X(36).
           05  QTL-COUNT       PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-MONTH-CARD
           ACCEPT WS-MONTH-CARD
           IF WS-MONTH-CARD = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-MONTH-CARD IS NOT NUMERIC
               DISPLAY 'FACTQTAR: MONTH CARD NOT NUMERIC - '
                   'SUPPLY YYMM OR LEAVE BLANK'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MONTH-CARD TO WS-REPORT-MONTH
           PERFORM LOAD-QUOTAS
           PERFORM TALLY-AUDIT
           PERFORM TALLY-HOLDS
           OPEN OUTPUT QTR-FILE
           MOVE WS-REPORT-MONTH TO QRH-MONTH
           WRITE QTR-RECORD FROM QTR-HDG-1
           WRITE QTR-RECORD FROM QTR-HDG-2
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
               PERFORM WRITE-DEPT-USAGE
           END-PERFORM
           PERFORM WRITE-QTA-TOTALS
           CLOSE QTR-FILE
           DISPLAY 'FACTQTAR: MONTH ' WS-MONTH-CARD
               ' DEPARTMENTS ' WS-QTA-CNT
               ' AT OR OVER A LIMIT ' WS-AT-LIMIT-CNT
           IF WS-QTA-FULL-SW = 'Y'
               DISPLAY 'FACTQTAR: QUOTA FILE EXCEEDS 100 DEPARTMENTS '
                   '- REPORT INCOMPLETE - NOTIFY OPERATIONS'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTQTAR: NO MONTH CARD AND UNABLE TO OPEN '
                   'FACTDATE - STATUS ' WS-DATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATE-FILE
               AT END
                   MOVE SPACES TO DTE-RECORD
           END-READ
           CLOSE DATE-FILE
           IF DTE-BUS-DATE IS NOT NUMERIC
               DISPLAY 'FACTQTAR: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - SUPPLY A MONTH CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DTE-BUS-DATE(1:4) TO WS-MONTH-CARD.

       LOAD-QUOTAS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT QTA-FILE
           IF WS-QTA-STATUS NOT = '00'
               DISPLAY 'FACTQTAR: NO QUOTA FILE - STATUS '
                   WS-QTA-STATUS ' - NOTHING TO REPORT'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ QTA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-QTA-CNT < 100
                           ADD 1 TO WS-QTA-CNT
                           INITIALIZE WS-QTA-ENTRY(WS-QTA-CNT)
                           MOVE QTA-DEPT TO QT-DEPT(WS-QTA-CNT)
                           MOVE QTA-LIMIT-F TO QT-LIMIT(WS-QTA-CNT 1)
                           MOVE QTA-LIMIT-P TO QT-LIMIT(WS-QTA-CNT 2)
                           MOVE QTA-LIMIT-C TO QT-LIMIT(WS-QTA-CNT 3)
                           MOVE QTA-LIMIT-PRI1
                               TO QT-LIMIT(WS-QTA-CNT 4)
                       ELSE
                           MOVE 'Y' TO WS-QTA-FULL-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QTA-FILE.

       TALLY-AUDIT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FACTQTAR: UNABLE TO OPEN FACTAUDT - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       MOVE AUDIT-RECORD TO AUD-LINE
                       IF AUD-TIMESTAMP IS NUMERIC
                               AND (AUD-STATUS = 'O'
                                   OR AUD-STATUS = 'R')
                               AND AUD-TIMESTAMP(1:4) = WS-MONTH-CARD
                           PERFORM TALLY-USAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       TALLY-USAGE.
           MOVE AUD-DEPT TO WS-QTA-DEPT
           PERFORM FIND-QUOTA
           IF WS-QTA-HIT-IX > 0
               EVALUATE AUD-FUNC
                   WHEN 'P'
                       MOVE 2 TO WS-QTA-FN-IX
                   WHEN 'C'
                       MOVE 3 TO WS-QTA-FN-IX
                   WHEN OTHER
                       MOVE 1 TO WS-QTA-FN-IX
               END-EVALUATE
               IF AUD-STATUS = 'R'
                   IF QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX) > 0
                       SUBTRACT 1
                           FROM QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                   END-IF
                   IF AUD-PRIORITY = '1'
                           AND QT-USED(WS-QTA-HIT-IX 4) > 0
                       SUBTRACT 1 FROM QT-USED(WS-QTA-HIT-IX 4)
                   END-IF
               ELSE
                   ADD 1 TO QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                   IF AUD-PRIORITY = '1'
                       ADD 1 TO QT-USED(WS-QTA-HIT-IX 4)
                   END-IF
               END-IF
           END-IF.

       TALLY-HOLDS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HLD-STATUS = 'H'
                                   AND HLD-RUN-ID(3:4) = WS-MONTH-CARD
                               MOVE HLD-TRAN TO TRN-RECORD
                               MOVE TRN-DEPT TO WS-QTA-DEPT
                               PERFORM FIND-QUOTA
                               IF WS-QTA-HIT-IX > 0
                                   ADD 1 TO QT-HELD(WS-QTA-HIT-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       FIND-QUOTA.
           MOVE 0 TO WS-QTA-HIT-IX
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
                      OR WS-QTA-HIT-IX > 0
               IF QT-DEPT(WS-QTA-IX) = WS-QTA-DEPT
                   MOVE WS-QTA-IX TO WS-QTA-HIT-IX
               END-IF
           END-PERFORM.

       WRITE-DEPT-USAGE.
           MOVE 'N' TO WS-AT-LIMIT-SW
           PERFORM VARYING WS-QTA-FN-IX FROM 1 BY 1
                   UNTIL WS-QTA-FN-IX > 4
               PERFORM WRITE-USAGE-LINE
           END-PERFORM
           IF QT-HELD(WS-QTA-IX) > 0
               MOVE QT-HELD(WS-QTA-IX) TO QHL-COUNT
               WRITE QTR-RECORD FROM QTR-HELD-LINE
               ADD QT-HELD(WS-QTA-IX) TO WS-TOT-HELD
           END-IF
           IF WS-AT-LIMIT-SW = 'Y'
               ADD 1 TO WS-AT-LIMIT-CNT
           END-IF
           MOVE SPACES TO QTR-RECORD
           WRITE QTR-RECORD.

       WRITE-USAGE-LINE.
           IF WS-QTA-FN-IX = 1
               MOVE QT-DEPT(WS-QTA-IX) TO QDL-DEPT
           ELSE
               MOVE SPACES TO QDL-DEPT
           END-IF
           MOVE WS-TYPE-NAME(WS-QTA-FN-IX) TO QDL-TYPE
           MOVE QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX) TO QDL-LIMIT
           MOVE QT-USED(WS-QTA-IX WS-QTA-FN-IX) TO QDL-USED
           MOVE SPACES TO QDL-NOTE
           IF QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX) = 999999
               MOVE 0 TO QDL-REMAIN
               MOVE 0 TO QDL-PCT
               MOVE 'UNLIMITED' TO QDL-NOTE
           ELSE
               IF QT-USED(WS-QTA-IX WS-QTA-FN-IX)
                       < QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX)
                   COMPUTE QDL-REMAIN =
                       QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX)
                       - QT-USED(WS-QTA-IX WS-QTA-FN-IX)
               ELSE
                   MOVE 0 TO QDL-REMAIN
                   MOVE 'AT CEILING' TO QDL-NOTE
                   MOVE 'Y' TO WS-AT-LIMIT-SW
               END-IF
               IF QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX) > 0
                   COMPUTE WS-PCT-WK ROUNDED =
                       QT-USED(WS-QTA-IX WS-QTA-FN-IX) * 100
                       / QT-LIMIT(WS-QTA-IX WS-QTA-FN-IX)
                   MOVE WS-PCT-WK TO QDL-PCT
               ELSE
                   MOVE 0 TO QDL-PCT
               END-IF
           END-IF
           WRITE QTR-RECORD FROM QTR-DTL-LINE.

       WRITE-QTA-TOTALS.
           MOVE 'DEPARTMENTS WITH A QUOTA:' TO QTL-TEXT
           MOVE WS-QTA-CNT TO QTL-COUNT
           WRITE QTR-RECORD FROM QTR-TOT-LINE
           MOVE 'DEPARTMENTS AT A CEILING:' TO QTL-TEXT
           MOVE WS-AT-LIMIT-CNT TO QTL-COUNT
           WRITE QTR-RECORD FROM QTR-TOT-LINE
           MOVE 'ITEMS WAITING IN HOLD QUEUE:' TO QTL-TEXT
           MOVE WS-TOT-HELD TO QTL-COUNT
           WRITE QTR-RECORD FROM QTR-TOT-LINE
           MOVE 'AUDIT RECORDS READ:' TO QTL-TEXT
           MOVE WS-READ-CNT TO QTL-COUNT
           WRITE QTR-RECORD FROM QTR-TOT-LINE.

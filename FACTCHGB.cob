           05  CHG-MONTH       PIC 9(4).
           05  CHG-UNITS       PIC 9(8).
           05  CHG-REJ-UNITS   PIC 9(8).
           05  CHG-AMOUNT      PIC S9(9)V99.
       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTDPT.
       01  WS-RATE-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-INV-STATUS       PIC X(2).
       01  WS-DEPT-IX          PIC 9(2).
       01  WS-DEPT-HIT-IX      PIC 9(2).
       01  WS-DEPT-FULL-SW     PIC X(1) VALUE 'N'.
       01  WS-DPT-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY   OCCURS 50 TIMES.
               10  DP-DEPT     PIC X(4).
               10  DP-REJ-CNT  PIC 9(8).
               10  DP-REJ-AMT  PIC 9(9)V99.
               10  DP-REJ-EXCL PIC 9(8).
               10  DP-REV-CNT  PIC 9(8).
               10  DP-REV-AMT  PIC 9(9)V99.
       01  WS-DEPT-UNITS       PIC 9(8).
       01  WS-DEPT-AMT         PIC S9(9)V99.
       01  WS-PREMIUM          PIC 9(9)V99.
       01  WS-TOT-UNITS        PIC 9(8) VALUE 0.
       01  WS-TOT-AMT          PIC S9(9)V99 VALUE 0.
       01  INV-HDG-1.
           05  FILLER          PIC X(32) VALUE
               'DEPARTMENT CHARGEBACK STATEMENT'.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE 'MONTH: '.
           05  IH1-MONTH       PIC 99/99.
       01  INV-NAME-LINE.
           05  FILLER          PIC X(6)  VALUE 'NAME: '.
           05  INL-NAME        PIC X(30).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE 'COST CENTER: '.
           05  INL-COST-CTR    PIC X(8).
       01  INV-HDG-2.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE 'FUNC'.
           05  ITL-UNITS       PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  ITL-AMT         PIC ZZZZZZZZ9.99.
           05  ITL-CR          PIC X(3).
       01  INV-TOT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(22) VALUE 'TOTAL DUE'.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  IVT-AMT         PIC ZZZZZZZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-MONTH-CARD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 'O' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
               ON EXCEPTION
                   MOVE '9' TO DPT-STATUS
           END-CALL
           IF DPT-STATUS = '0'
               MOVE 'Y' TO WS-DPT-AVAIL-SW
           ELSE
               DISPLAY 'FACTCHGB: DEPARTMENT MASTER UNAVAILABLE - '
                   'STATEMENTS CARRY DEPARTMENT CODE ONLY'
           END-IF
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-CNT
               PERFORM WRITE-STATEMENT
           END-PERFORM
           CLOSE INV-FILE
           CLOSE EXT-FILE
           IF WS-DPT-AVAIL-SW = 'Y'
               MOVE 'C' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
           END-IF
           DISPLAY 'FACTCHGB: MONTH ' WS-MONTH-CARD
               ' READ ' WS-READ-CNT ' PRICED ' WS-SEL-CNT
               ' DEPTS ' WS-DEPT-CNT
           END-IF.

       PRICE-RECORD.
           IF AUD-FUNC = 'X'
               PERFORM FIND-DEPT
               IF WS-DEPT-HIT-IX > 0
                   ADD 1 TO WS-SEL-CNT
                   ADD 1 TO DP-REJ-EXCL(WS-DEPT-HIT-IX)
               END-IF
           ELSE
               PERFORM PRICE-REQUEST
           END-IF.

       PRICE-REQUEST.
           MOVE 0 TO WS-RATE-HIT-IX
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-CNT
           END-IF.

       TALLY-DEPT.
           EVALUATE AUD-STATUS
               WHEN 'E'
                   IF WT-REJ-FLAG(WS-RATE-HIT-IX) = 'Y'
                       ADD 1 TO DP-REJ-CNT(WS-DEPT-HIT-IX)
                       ADD WT-REJ-RATE(WS-RATE-HIT-IX)
                           TO DP-REJ-AMT(WS-DEPT-HIT-IX)
                   ELSE
                       ADD 1 TO DP-REJ-EXCL(WS-DEPT-HIT-IX)
                   END-IF
               WHEN 'R'
                   ADD 1 TO DP-REV-CNT(WS-DEPT-HIT-IX)
                   ADD WT-RATE(WS-RATE-HIT-IX)
                       TO DP-REV-AMT(WS-DEPT-HIT-IX)
                   IF AUD-PRIORITY = '1'
                       COMPUTE WS-PREMIUM ROUNDED =
                           WT-RATE(WS-RATE-HIT-IX) *
                           WT-PRI1-PCT(WS-RATE-HIT-IX) / 100
                       ADD WS-PREMIUM TO DP-REV-AMT(WS-DEPT-HIT-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO DP-FN-UNITS(WS-DEPT-HIT-IX WS-RATE-HIT-IX)
                   ADD WT-RATE(WS-RATE-HIT-IX)
                       TO DP-FN-AMT(WS-DEPT-HIT-IX WS-RATE-HIT-IX)
                   IF AUD-PRIORITY = '1'
                       ADD 1 TO DP-PRI1-CNT(WS-DEPT-HIT-IX)
                       COMPUTE WS-PREMIUM ROUNDED =
                           WT-RATE(WS-RATE-HIT-IX) *
                           WT-PRI1-PCT(WS-RATE-HIT-IX) / 100
                       ADD WS-PREMIUM TO DP-PRI1-AMT(WS-DEPT-HIT-IX)
                   END-IF
           END-EVALUATE.

       WRITE-STATEMENT.
           MOVE 0 TO WS-DEPT-UNITS
           MOVE DP-DEPT(WS-DEPT-IX) TO IH1-DEPT
           MOVE WS-BILL-MONTH TO IH1-MONTH
           WRITE INV-RECORD FROM INV-HDG-1
           PERFORM LOOKUP-DEPT-NAME
           WRITE INV-RECORD FROM INV-NAME-LINE
           WRITE INV-RECORD FROM INV-HDG-2
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-CNT
               MOVE 0 TO ITL-AMT
               WRITE INV-RECORD FROM INV-TXT-LINE
           END-IF
           IF DP-REV-CNT(WS-DEPT-IX) > 0
               MOVE 'REVERSAL CREDITS' TO ITL-TEXT
               MOVE DP-REV-CNT(WS-DEPT-IX) TO ITL-UNITS
               MOVE DP-REV-AMT(WS-DEPT-IX) TO ITL-AMT
               MOVE ' CR' TO ITL-CR
               WRITE INV-RECORD FROM INV-TXT-LINE
               MOVE SPACES TO ITL-CR
               ADD DP-REV-CNT(WS-DEPT-IX) TO WS-DEPT-UNITS
               SUBTRACT DP-REV-AMT(WS-DEPT-IX) FROM WS-DEPT-AMT
           END-IF
           MOVE WS-DEPT-AMT TO IVT-AMT
           WRITE INV-RECORD FROM INV-TOT-LINE
           MOVE SPACES TO INV-RECORD
           ADD WS-DEPT-UNITS TO WS-TOT-UNITS
           ADD WS-DEPT-AMT TO WS-TOT-AMT.

       LOOKUP-DEPT-NAME.
           MOVE 'NOT ON DEPARTMENT MASTER' TO INL-NAME
           MOVE SPACES TO INL-COST-CTR
           IF WS-DPT-AVAIL-SW = 'Y'
               MOVE DP-DEPT(WS-DEPT-IX) TO DPT-CODE
               MOVE 'R' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               IF DPT-STATUS = '0'
                   MOVE DPT-NAME TO INL-NAME
                   MOVE DPT-COST-CTR TO INL-COST-CTR
               END-IF
           ELSE
               MOVE 'DEPARTMENT MASTER UNAVAILABLE' TO INL-NAME
           END-IF.

       WRITE-EXTRACT.
           MOVE DP-DEPT(WS-DEPT-IX) TO CHG-DEPT
           MOVE WS-BILL-MONTH TO CHG-MONTH

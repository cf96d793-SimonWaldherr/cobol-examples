       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactPCls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FACTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHGB-FILE ASSIGN TO "CHGBEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGB-STATUS.
           SELECT SUSP-FILE ASSIGN TO "FACTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT PCL-FILE ASSIGN TO "PCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  HIST-FILE.
       COPY FACTHST.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(82).
       FD  CHGB-FILE.
       01  CHGB-RECORD.
           05  CHG-DEPT        PIC X(4).
           05  CHG-MONTH       PIC 9(4).
           05  CHG-UNITS       PIC 9(8).
           05  CHG-REJ-UNITS   PIC 9(8).
           05  CHG-AMOUNT      PIC S9(9)V99.
       FD  SUSP-FILE.
       COPY FACTSUS.
       FD  PCL-FILE.
       01  PCL-RECORD          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTPCK.
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-CHGB-STATUS      PIC X(2).
       01  WS-SUSP-STATUS      PIC X(2).
       01  WS-PCL-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-PCL-CARD.
           05  WS-PCL-MONTH    PIC X(4).
           05  FILLER          PIC X(1).
           05  WS-PCL-SUPV-ID  PIC X(8).
           05  FILLER          PIC X(1).
           05  WS-PCL-OVERRIDE PIC X(8).
       01  WS-CLOSE-MONTH      PIC 9(4).
       01  WS-BUS-MONTH        PIC 9(4).
       01  WS-ORIGIN-MONTH     PIC X(4).
       01  WS-ALREADY-SW       PIC X(1) VALUE 'N'.
       01  WS-DIFF-CNT         PIC 9(2) VALUE 0.
       01  WS-HST-RUNS         PIC 9(8) VALUE 0.
       01  WS-HST-IN           PIC 9(8) VALUE 0.
       01  WS-HST-OK           PIC 9(8) VALUE 0.
       01  WS-HST-REJ          PIC 9(8) VALUE 0.
       01  WS-HST-REV          PIC 9(8) VALUE 0.
       01  WS-AUD-REV          PIC 9(8) VALUE 0.
       01  WS-AUD-OK           PIC 9(8) VALUE 0.
       01  WS-AUD-REJ          PIC 9(8) VALUE 0.
       01  WS-AUD-BYPASS       PIC 9(8) VALUE 0.
       01  WS-AUD-TOTAL        PIC 9(8) VALUE 0.
       01  WS-CHG-DEPTS        PIC 9(8) VALUE 0.
       01  WS-CHG-UNITS        PIC 9(8) VALUE 0.
       01  WS-CHG-REJ-UNITS    PIC 9(8) VALUE 0.
       01  WS-CHG-TOTAL        PIC 9(8) VALUE 0.
       01  WS-CHG-AMOUNT       PIC S9(9)V99 VALUE 0.
       01  WS-SUS-MONTH        PIC 9(8) VALUE 0.
       01  WS-SUS-EARLIER      PIC 9(8) VALUE 0.
       01  WS-SUS-LATER        PIC 9(8) VALUE 0.
       01  WS-SUS-CARRIED      PIC 9(8) VALUE 0.
       01  WS-CMP-A            PIC 9(8).
       01  WS-CMP-B            PIC 9(8).
       01  PCL-HDG-1.
           05  FILLER          PIC X(36) VALUE
               'PERIOD-END SUMMARY PACK'.
           05  FILLER          PIC X(8)  VALUE 'PERIOD: '.
           05  PH1-MONTH       PIC 99/99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE 'PREPARED: '.
           05  PH1-DATE        PIC 99/99/99.
       01  PCL-SECT-LINE.
           05  PSL-TEXT        PIC X(60).
       01  PCL-FIG-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PFL-TEXT        PIC X(40).
           05  PFL-COUNT       PIC ZZZZZZZ9.
       01  PCL-AMT-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PAL-TEXT        PIC X(40).
           05  PAL-AMOUNT      PIC ZZZZZZZZ9.99-.
       01  PCL-CMP-HDG.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(40) VALUE 'FIGURE'.
           05  FILLER          PIC X(10) VALUE '  SOURCE'.
           05  FILLER          PIC X(10) VALUE ' TIES TO'.
           05  FILLER          PIC X(20) VALUE '  RESULT'.
       01  PCL-CMP-LINE.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PCL-CMP-TEXT    PIC X(40).
           05  PCL-CMP-A       PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  PCL-CMP-B       PIC ZZZZZZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  PCL-CMP-RESULT  PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-PCL-CARD
           ACCEPT WS-PCL-CARD
           IF WS-PCL-MONTH IS NOT NUMERIC
                   OR WS-PCL-SUPV-ID = SPACES
               DISPLAY 'FACTPCLS: CONTROL CARD NEEDS MONTH YYMM IN '
                   'COLS 1-4 AND SUPERVISOR ID IN COLS 6-13'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PCL-MONTH TO WS-CLOSE-MONTH
           PERFORM READ-BUSINESS-DATE
           IF WS-CLOSE-MONTH NOT < WS-BUS-MONTH
               DISPLAY 'FACTPCLS: MONTH ' WS-PCL-MONTH
                   ' IS NOT BEFORE THE BUSINESS MONTH ' WS-BUS-MONTH
                   ' - ONLY A FINISHED MONTH CAN BE CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'T' TO PCK-FUNC
           MOVE WS-CLOSE-MONTH TO PCK-MONTH
           CALL 'FACTPERC' USING PCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO PCK-STATUS
           END-CALL
           IF PCK-STATUS = '9'
               DISPLAY 'FACTPCLS: PERIOD CONTROL FILE UNAVAILABLE - '
                   'PERIOD NOT CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PCK-STATUS = '1'
               MOVE 'Y' TO WS-ALREADY-SW
           END-IF
           PERFORM TOTAL-RUN-HISTORY
           PERFORM COUNT-AUDIT-HISTORY
           PERFORM TOTAL-CHARGEBACK
           PERFORM COUNT-SUSPENSE
           OPEN OUTPUT PCL-FILE
           IF WS-PCL-STATUS NOT = '00'
               DISPLAY 'FACTPCLS: UNABLE TO OPEN PCLRPT - STATUS '
                   WS-PCL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-PACK-FIGURES
           PERFORM WRITE-PACK-TIE-OUT
           IF WS-ALREADY-SW = 'Y'
               PERFORM WRITE-ALREADY-CLOSED
           ELSE
               PERFORM CLOSE-THE-PERIOD
           END-IF
           CLOSE PCL-FILE
           DISPLAY 'FACTPCLS: PERIOD ' WS-PCL-MONTH
               ' FIGURES NOT AGREEING ' WS-DIFF-CNT
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTPCLS: UNABLE TO OPEN FACTDATE - STATUS '
                   WS-DATE-STATUS ' - RUN FACTDSET FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATE-FILE
               AT END
                   MOVE SPACES TO DTE-RECORD
           END-READ
           CLOSE DATE-FILE
           IF DTE-BUS-DATE IS NOT NUMERIC
               DISPLAY 'FACTPCLS: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - RUN FACTDSET FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-BUS-MONTH = DTE-BUS-DATE / 100.

       TOTAL-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FACTPCLS: UNABLE TO OPEN RUNHIST - STATUS '
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF HST-RUN-DATE(1:4) = WS-PCL-MONTH
                           ADD 1 TO WS-HST-RUNS
                           ADD HST-IN-COUNT TO WS-HST-IN
                           ADD HST-OK-COUNT TO WS-HST-OK
                           ADD HST-REJ-COUNT TO WS-HST-REJ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           IF WS-HST-IN > WS-HST-OK + WS-HST-REJ
               COMPUTE WS-HST-REV = WS-HST-IN - WS-HST-OK - WS-HST-REJ
           END-IF.

       COUNT-AUDIT-HISTORY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FACTPCLS: UNABLE TO OPEN FACTAUDT - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE AUDIT-RECORD TO AUD-LINE
                       IF AUD-TIMESTAMP IS NOT NUMERIC
                           ADD 1 TO WS-AUD-BYPASS
                       ELSE
                           IF AUD-TIMESTAMP(1:4) = WS-PCL-MONTH
                               PERFORM COUNT-AUDIT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           COMPUTE WS-AUD-TOTAL = WS-AUD-OK + WS-AUD-REJ
               + WS-AUD-REV.

       COUNT-AUDIT-RECORD.
           EVALUATE AUD-STATUS
               WHEN 'E'
                   ADD 1 TO WS-AUD-REJ
               WHEN 'R'
                   ADD 1 TO WS-AUD-REV
               WHEN OTHER
                   ADD 1 TO WS-AUD-OK
           END-EVALUATE.

       TOTAL-CHARGEBACK.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CHGB-FILE
           IF WS-CHGB-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CHGB-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CHG-MONTH = WS-CLOSE-MONTH
                               ADD 1 TO WS-CHG-DEPTS
                               ADD CHG-UNITS TO WS-CHG-UNITS
                               ADD CHG-REJ-UNITS TO WS-CHG-REJ-UNITS
                               ADD CHG-AMOUNT TO WS-CHG-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGB-FILE
           END-IF
           COMPUTE WS-CHG-TOTAL = WS-CHG-UNITS + WS-CHG-REJ-UNITS.

       COUNT-SUSPENSE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ SUSP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SUS-STATUS = 'S'
                               PERFORM CLASSIFY-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF
           COMPUTE WS-SUS-CARRIED = WS-SUS-MONTH + WS-SUS-EARLIER.

       CLASSIFY-SUSPENSE-ITEM.
           MOVE SUS-RUN-ID(3:4) TO WS-ORIGIN-MONTH
           EVALUATE TRUE
               WHEN WS-ORIGIN-MONTH IS NOT NUMERIC
                   ADD 1 TO WS-SUS-EARLIER
               WHEN WS-ORIGIN-MONTH = WS-PCL-MONTH
                   ADD 1 TO WS-SUS-MONTH
               WHEN WS-ORIGIN-MONTH < WS-PCL-MONTH
                   ADD 1 TO WS-SUS-EARLIER
               WHEN OTHER
                   ADD 1 TO WS-SUS-LATER
           END-EVALUATE.

       WRITE-PACK-FIGURES.
           MOVE WS-CLOSE-MONTH TO PH1-MONTH
           ACCEPT PH1-DATE FROM DATE
           WRITE PCL-RECORD FROM PCL-HDG-1
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD
           MOVE 'RUN HISTORY (RUNHIST)' TO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           MOVE 'NIGHTLY RUNS BOOKED TO THE PERIOD:' TO PFL-TEXT
           MOVE WS-HST-RUNS TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'TRANSACTIONS INPUT:' TO PFL-TEXT
           MOVE WS-HST-IN TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'COMPLETED OK:' TO PFL-TEXT
           MOVE WS-HST-OK TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'REJECTED:' TO PFL-TEXT
           MOVE WS-HST-REJ TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'REVERSED (INPUT LESS OK AND REJECTED):' TO PFL-TEXT
           MOVE WS-HST-REV TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD
           MOVE 'AUDIT TRAIL (FACTAUDT, CURRENT PLUS ARCHIVE)'
               TO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           MOVE 'COMPLETED ENTRIES:' TO PFL-TEXT
           MOVE WS-AUD-OK TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'REJECTED ENTRIES:' TO PFL-TEXT
           MOVE WS-AUD-REJ TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'REVERSAL ENTRIES:' TO PFL-TEXT
           MOVE WS-AUD-REV TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'TOTAL ENTRIES:' TO PFL-TEXT
           MOVE WS-AUD-TOTAL TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           IF WS-AUD-BYPASS > 0
               MOVE 'BYPASSED - PRIOR AUDIT LAYOUT:' TO PFL-TEXT
               MOVE WS-AUD-BYPASS TO PFL-COUNT
               WRITE PCL-RECORD FROM PCL-FIG-LINE
           END-IF
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD
           MOVE 'CHARGEBACK (CHGBEXT)' TO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           MOVE 'DEPARTMENTS BILLED:' TO PFL-TEXT
           MOVE WS-CHG-DEPTS TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'UNITS BILLED:' TO PFL-TEXT
           MOVE WS-CHG-UNITS TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'REJECTS EXCLUDED FROM BILLING:' TO PFL-TEXT
           MOVE WS-CHG-REJ-UNITS TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'AMOUNT BILLED (NET OF REVERSAL CREDITS):'
               TO PAL-TEXT
           MOVE WS-CHG-AMOUNT TO PAL-AMOUNT
           WRITE PCL-RECORD FROM PCL-AMT-LINE
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD
           MOVE 'SUSPENSE (OPEN ITEMS)' TO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           MOVE 'REJECTED IN THE PERIOD, STILL OPEN:' TO PFL-TEXT
           MOVE WS-SUS-MONTH TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'FROM EARLIER PERIODS, STILL OPEN:' TO PFL-TEXT
           MOVE WS-SUS-EARLIER TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           MOVE 'BALANCE CARRIED FORWARD:' TO PFL-TEXT
           MOVE WS-SUS-CARRIED TO PFL-COUNT
           WRITE PCL-RECORD FROM PCL-FIG-LINE
           IF WS-SUS-LATER > 0
               MOVE 'REJECTED AFTER THE PERIOD (NOT COUNTED):'
                   TO PFL-TEXT
               MOVE WS-SUS-LATER TO PFL-COUNT
               WRITE PCL-RECORD FROM PCL-FIG-LINE
           END-IF
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD.

       WRITE-PACK-TIE-OUT.
           MOVE 'TIE-OUT' TO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           WRITE PCL-RECORD FROM PCL-CMP-HDG
           MOVE 'RUNHIST OK TO AUDIT COMPLETED' TO PCL-CMP-TEXT
           MOVE WS-HST-OK TO WS-CMP-A
           MOVE WS-AUD-OK TO WS-CMP-B
           PERFORM WRITE-COMPARISON
           MOVE 'RUNHIST REJECTED TO AUDIT REJECTED' TO PCL-CMP-TEXT
           MOVE WS-HST-REJ TO WS-CMP-A
           MOVE WS-AUD-REJ TO WS-CMP-B
           PERFORM WRITE-COMPARISON
           MOVE 'RUNHIST REVERSED TO AUDIT REVERSALS' TO PCL-CMP-TEXT
           MOVE WS-HST-REV TO WS-CMP-A
           MOVE WS-AUD-REV TO WS-CMP-B
           PERFORM WRITE-COMPARISON
           MOVE 'CHARGEBACK UNITS TO AUDIT ENTRIES' TO PCL-CMP-TEXT
           MOVE WS-CHG-TOTAL TO WS-CMP-A
           MOVE WS-AUD-TOTAL TO WS-CMP-B
           PERFORM WRITE-COMPARISON
           IF WS-CHG-DEPTS = 0 AND WS-AUD-TOTAL > 0
               MOVE '*** CHARGEBACK NOT YET RUN FOR THE PERIOD'
                   TO PSL-TEXT
               WRITE PCL-RECORD FROM PCL-SECT-LINE
           END-IF
           MOVE SPACES TO PCL-RECORD
           WRITE PCL-RECORD.

       WRITE-COMPARISON.
           MOVE WS-CMP-A TO PCL-CMP-A
           MOVE WS-CMP-B TO PCL-CMP-B
           IF WS-CMP-A = WS-CMP-B
               MOVE 'AGREES' TO PCL-CMP-RESULT
           ELSE
               MOVE '*** DOES NOT AGREE' TO PCL-CMP-RESULT
               ADD 1 TO WS-DIFF-CNT
           END-IF
           WRITE PCL-RECORD FROM PCL-CMP-LINE.

       WRITE-ALREADY-CLOSED.
           MOVE SPACES TO PSL-TEXT
           STRING 'PERIOD ALREADY CLOSED ON ' PCK-CLOSE-DATE
               ' BY ' PCK-CLOSE-OPER ' - PACK REPRINTED'
               DELIMITED BY SIZE INTO PSL-TEXT
           WRITE PCL-RECORD FROM PCL-SECT-LINE
           DISPLAY 'FACTPCLS: ' PSL-TEXT.

       CLOSE-THE-PERIOD.
           IF WS-DIFF-CNT > 0 AND WS-PCL-OVERRIDE NOT = 'OVERRIDE'
               MOVE 'PERIOD NOT CLOSED - FIGURES DO NOT AGREE'
                   TO PSL-TEXT
               WRITE PCL-RECORD FROM PCL-SECT-LINE
               DISPLAY 'FACTPCLS: PERIOD ' WS-PCL-MONTH
                   ' NOT CLOSED - RESOLVE THE DIFFERENCES OR SUPPLY '
                   'OVERRIDE IN COLS 15-22'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'C' TO PCK-FUNC
               MOVE WS-CLOSE-MONTH TO PCK-MONTH
               MOVE WS-PCL-SUPV-ID TO PCK-OPER-ID
               MOVE 'FACTPCLS' TO PCK-PROGRAM
               CALL 'FACTPERC' USING PCK-PARMS
               MOVE SPACES TO PSL-TEXT
               EVALUATE PCK-STATUS
                   WHEN '0'
                       IF WS-DIFF-CNT > 0
                           STRING 'PERIOD CLOSED BY ' WS-PCL-SUPV-ID
                               ' WITH DIFFERENCES (OVERRIDE)'
                               DELIMITED BY SIZE INTO PSL-TEXT
                       ELSE
                           STRING 'PERIOD CLOSED BY ' WS-PCL-SUPV-ID
                               DELIMITED BY SIZE INTO PSL-TEXT
                       END-IF
                   WHEN '1'
                       MOVE 'PERIOD WAS CLOSED BY ANOTHER RUN'
                           TO PSL-TEXT
                   WHEN '8'
                       STRING 'PERIOD NOT CLOSED - ' WS-PCL-SUPV-ID
                           ' IS NOT AN ACTIVE SUPERVISOR'
                           DELIMITED BY SIZE INTO PSL-TEXT
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'PERIOD NOT CLOSED - NO PERIOD CONTROL'
                           TO PSL-TEXT
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               WRITE PCL-RECORD FROM PCL-SECT-LINE
               DISPLAY 'FACTPCLS: ' PSL-TEXT
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactRstR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STR-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT RST-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STR-FILE.
       COPY FACTSTR.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  RST-FILE.
       01  RST-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTSCT.
       01  WS-STR-STATUS       PIC X(2).
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-RST-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-RST-CARD.
           05  WS-RST-DATE     PIC X(6).
           05  FILLER          PIC X(1).
           05  WS-RST-STEP     PIC X(8).
       01  WS-REPORT-DATE      PIC 9(6) VALUE 0.
       01  WS-STEP-IX          PIC 9(2).
       01  WS-FOUND-SW         PIC X(1).
       01  WS-STOP-IX          PIC 9(2) VALUE 0.
       01  WS-DONE-CNT         PIC 9(2) VALUE 0.
       01  WS-TODO-CNT         PIC 9(2) VALUE 0.
       01  WS-STEP-NAMES.
           05  FILLER          PIC X(8) VALUE 'FACTGEN'.
           05  FILLER          PIC X(8) VALUE 'FACTINTK'.
           05  FILLER          PIC X(8) VALUE 'FACTEDIT'.
           05  FILLER          PIC X(8) VALUE 'FACTACKV'.
           05  FILLER          PIC X(8) VALUE 'FACTSEQ'.
           05  FILLER          PIC X(8) VALUE 'FACTMAIN'.
           05  FILLER          PIC X(8) VALUE 'FACTBAL'.
           05  FILLER          PIC X(8) VALUE 'FACTSLA'.
           05  FILLER          PIC X(8) VALUE 'FACTDIST'.
           05  FILLER          PIC X(8) VALUE 'RELCLR'.
           05  FILLER          PIC X(8) VALUE 'FACTRECN'.
           05  FILLER          PIC X(8) VALUE 'FACTLOAD'.
           05  FILLER          PIC X(8) VALUE 'ACTRPT01'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME    PIC X(8) OCCURS 13 TIMES.
       01  WS-STEP-MAX         PIC 9(2) VALUE 13.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 13 TIMES.
               10  WS-ST-STATE     PIC X(1).
               10  WS-ST-RC        PIC 9(4).
               10  WS-ST-TRIES     PIC 9(3).
               10  WS-ST-DATE      PIC 9(6).
               10  WS-ST-TIME      PIC 9(6).
       01  RST-HDG-1.
           05  FILLER          PIC X(40) VALUE
               'NIGHTLY STREAM RESTART STATUS'.
           05  FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
           05  RH-DATE         PIC 9(6).
       01  RST-HDG-2.
           05  FILLER          PIC X(4)  VALUE 'SEQ'.
           05  FILLER          PIC X(10) VALUE 'STEP'.
           05  FILLER          PIC X(20) VALUE 'STATE'.
           05  FILLER          PIC X(6)  VALUE 'RC'.
           05  FILLER          PIC X(7)  VALUE 'TRIES'.
           05  FILLER          PIC X(17) VALUE 'LAST EVENT'.
       01  RST-DTL-LINE.
           05  RD-SEQ          PIC Z9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-STEP         PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-STATE        PIC X(18).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-RC           PIC ZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RD-TRIES        PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RD-DATE         PIC 99/99/99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  RD-TIME         PIC 99B99B99.
       01  RST-MSG-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RM-TEXT         PIC X(40).
           05  RM-STEP         PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-RST-CARD
           ACCEPT WS-RST-CARD
           IF WS-RST-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               IF WS-RST-DATE IS NUMERIC
                   MOVE WS-RST-DATE TO WS-REPORT-DATE
               END-IF
           END-IF
           IF WS-REPORT-DATE = 0
               DISPLAY 'FACTRSTR: NO VALID BUSINESS DATE - '
                   'SUPPLY YYMMDD IN COLS 1-6'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RST-STEP NOT = SPACES
               PERFORM RESET-REQUESTED-STEP
           END-IF
           PERFORM LOAD-STREAM-EVENTS
           OPEN OUTPUT RST-FILE
           IF WS-RST-STATUS NOT = '00'
               DISPLAY 'FACTRSTR: CANNOT OPEN RSTRPT - STATUS '
                   WS-RST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO RH-DATE
           WRITE RST-RECORD FROM RST-HDG-1
           WRITE RST-RECORD FROM RST-HDG-2
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               PERFORM WRITE-STEP-LINE
           END-PERFORM
           PERFORM WRITE-RESTART-SUMMARY
           CLOSE RST-FILE
           DISPLAY 'FACTRSTR: BUSINESS DATE ' WS-REPORT-DATE
               ' STEPS DONE ' WS-DONE-CNT
               ' STILL TO RUN ' WS-TODO-CNT
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE SPACES TO DTE-RECORD
               END-READ
               CLOSE DATE-FILE
               IF DTE-BUS-DATE IS NUMERIC
                   MOVE DTE-BUS-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.

       RESET-REQUESTED-STEP.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               IF WS-STEP-NAME(WS-STEP-IX) = WS-RST-STEP
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               DISPLAY 'FACTRSTR: ' WS-RST-STEP
                   ' IS NOT A STREAM STEP - NO RESET DONE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'X' TO SCT-FUNC
               MOVE WS-RST-STEP TO SCT-STEP
               MOVE WS-REPORT-DATE TO SCT-BUS-DATE
               CALL 'FACTSCTL' USING SCT-PARMS
               IF SCT-STATUS = '0'
                   DISPLAY 'FACTRSTR: ' WS-RST-STEP
                       ' RESET - WILL RUN AGAIN ON NEXT SUBMISSION'
               ELSE
                   DISPLAY 'FACTRSTR: RESET OF ' WS-RST-STEP
                       ' FAILED - STREAM CONTROL UNAVAILABLE'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-STREAM-EVENTS.
           INITIALIZE WS-STATE-TABLE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               MOVE 'N' TO WS-ST-STATE(WS-STEP-IX)
           END-PERFORM
           OPEN INPUT STR-FILE
           IF WS-STR-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ STR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STR-BUS-DATE = WS-REPORT-DATE
                               PERFORM APPLY-STREAM-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STR-FILE
           END-IF.

       APPLY-STREAM-EVENT.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
                   OR WS-STEP-NAME(WS-STEP-IX) = STR-STEP
               CONTINUE
           END-PERFORM
           IF WS-STEP-IX NOT > WS-STEP-MAX
               MOVE STR-DATE TO WS-ST-DATE(WS-STEP-IX)
               MOVE STR-TIME TO WS-ST-TIME(WS-STEP-IX)
               EVALUATE STR-EVENT
                   WHEN 'B'
                       ADD 1 TO WS-ST-TRIES(WS-STEP-IX)
                       IF WS-ST-STATE(WS-STEP-IX) NOT = 'C'
                           MOVE 'B' TO WS-ST-STATE(WS-STEP-IX)
                       END-IF
                   WHEN 'E'
                       MOVE STR-RC TO WS-ST-RC(WS-STEP-IX)
                       IF STR-RC > 4
                           MOVE 'F' TO WS-ST-STATE(WS-STEP-IX)
                       ELSE
                           MOVE 'C' TO WS-ST-STATE(WS-STEP-IX)
                       END-IF
                   WHEN 'S'
                       MOVE 'S' TO WS-ST-STATE(WS-STEP-IX)
                   WHEN 'X'
                       MOVE 'N' TO WS-ST-STATE(WS-STEP-IX)
                       MOVE 0 TO WS-ST-RC(WS-STEP-IX)
                       MOVE 0 TO WS-ST-TRIES(WS-STEP-IX)
               END-EVALUATE
           END-IF.

       WRITE-STEP-LINE.
           MOVE WS-STEP-IX TO RD-SEQ
           MOVE WS-STEP-NAME(WS-STEP-IX) TO RD-STEP
           MOVE WS-ST-RC(WS-STEP-IX) TO RD-RC
           MOVE WS-ST-TRIES(WS-STEP-IX) TO RD-TRIES
           MOVE WS-ST-DATE(WS-STEP-IX) TO RD-DATE
           MOVE WS-ST-TIME(WS-STEP-IX) TO RD-TIME
           EVALUATE WS-ST-STATE(WS-STEP-IX)
               WHEN 'C'
                   MOVE 'COMPLETED' TO RD-STATE
                   ADD 1 TO WS-DONE-CNT
               WHEN 'S'
                   MOVE 'COMPLETED-SKIPPED' TO RD-STATE
                   ADD 1 TO WS-DONE-CNT
               WHEN 'F'
                   MOVE 'FAILED' TO RD-STATE
                   ADD 1 TO WS-TODO-CNT
               WHEN 'B'
                   MOVE 'STARTED-NOT ENDED' TO RD-STATE
                   ADD 1 TO WS-TODO-CNT
               WHEN OTHER
                   MOVE 'NOT RUN' TO RD-STATE
                   MOVE 0 TO RD-DATE
                   MOVE 0 TO RD-TIME
                   ADD 1 TO WS-TODO-CNT
           END-EVALUATE
           IF WS-STOP-IX = 0
                   AND WS-ST-STATE(WS-STEP-IX) NOT = 'C'
                   AND WS-ST-STATE(WS-STEP-IX) NOT = 'S'
               MOVE WS-STEP-IX TO WS-STOP-IX
           END-IF
           WRITE RST-RECORD FROM RST-DTL-LINE.

       WRITE-RESTART-SUMMARY.
           MOVE SPACES TO RST-RECORD
           WRITE RST-RECORD
           IF WS-STOP-IX = 0
               MOVE 'ALL STEPS COMPLETE - NOTHING TO RERUN'
                   TO RM-TEXT
               MOVE SPACES TO RM-STEP
               WRITE RST-RECORD FROM RST-MSG-LINE
           ELSE
               MOVE 'STREAM STOPPED AT STEP:' TO RM-TEXT
               MOVE WS-STEP-NAME(WS-STOP-IX) TO RM-STEP
               WRITE RST-RECORD FROM RST-MSG-LINE
               MOVE 'RESUBMIT FACTJOB - COMPLETED STEPS SKIP' TO RM-TEXT
               MOVE SPACES TO RM-STEP
               WRITE RST-RECORD FROM RST-MSG-LINE
               MOVE 'STEPS STILL TO RUN:' TO RM-TEXT
               WRITE RST-RECORD FROM RST-MSG-LINE
               PERFORM VARYING WS-STEP-IX FROM WS-STOP-IX BY 1
                       UNTIL WS-STEP-IX > WS-STEP-MAX
                   IF WS-ST-STATE(WS-STEP-IX) NOT = 'C'
                           AND WS-ST-STATE(WS-STEP-IX) NOT = 'S'
                       MOVE SPACES TO RM-TEXT
                       MOVE WS-STEP-NAME(WS-STEP-IX) TO RM-STEP
                       WRITE RST-RECORD FROM RST-MSG-LINE
                   END-IF
               END-PERFORM
           END-IF.

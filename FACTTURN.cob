       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactTurn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT TURN-FILE ASSIGN TO "TURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  TURN-FILE.
       01  TURN-RECORD         PIC X(120).
       WORKING-STORAGE SECTION.
       COPY FACTEXC.
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-TURN-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-PARM-CARD.
           05  PRM-ROLL-DAYS   PIC X(3).
       01  WS-ROLL-DAYS        PIC 9(3) VALUE 1.
       01  WS-TODAY            PIC 9(6).
       01  WS-CCYYMMDD         PIC 9(8).
       01  WS-TODAY-INT        PIC 9(8).
       01  WS-ITEM-INT         PIC 9(8).
       01  WS-ITEM-AGE         PIC 9(5).
       01  WS-POST-HHMMSS      PIC 9(6).
       01  WS-SEV-IX           PIC 9(1).
       01  WS-SEV              PIC X(1).
       01  WS-SECTION-CNT      PIC 9(6).
       01  WS-TONIGHT-CNT      PIC 9(6) VALUE 0.
       01  WS-ROLLED-CNT       PIC 9(6) VALUE 0.
       01  WS-ACK-CNT          PIC 9(6) VALUE 0.
       01  WS-CRIT-OPEN-CNT    PIC 9(6) VALUE 0.
       01  WS-SEV-COUNTS.
           05  WS-SEV-CNT      OCCURS 3 TIMES PIC 9(6).
       01  TURN-HDG-1.
           05  FILLER          PIC X(36) VALUE
               'SHIFT TURNOVER - OPEN EXCEPTIONS'.
           05  FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
           05  TNH-DATE        PIC 99/99/99.
       01  TURN-HDG-2.
           05  FILLER          PIC X(51) VALUE
               'SEVERITY 1=CRITICAL  2=WARNING  3=NOTICE'.
           05  FILLER          PIC X(25) VALUE
               'ROLL FORWARD AFTER DAYS: '.
           05  TNH-ROLL-DAYS   PIC ZZ9.
       01  TURN-HDG-3.
           05  FILLER          PIC X(4)  VALUE 'SEV'.
           05  FILLER          PIC X(9)  VALUE 'DATE'.
           05  FILLER          PIC X(10) VALUE 'TIME'.
           05  FILLER          PIC X(10) VALUE 'PROGRAM'.
           05  FILLER          PIC X(10) VALUE 'CATEGORY'.
           05  FILLER          PIC X(16) VALUE 'REFERENCE'.
           05  FILLER          PIC X(42) VALUE 'MESSAGE'.
           05  FILLER          PIC X(13) VALUE 'STATUS'.
           05  FILLER          PIC X(4)  VALUE 'AGE'.
       01  TURN-SEC-LINE.
           05  TSL-TEXT        PIC X(40).
           05  TSL-DAYS        PIC ZZ9.
           05  TSL-DAYS-TEXT   PIC X(15).
       01  TURN-DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  TDL-SEVERITY    PIC X(1).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-BUS-DATE    PIC 99/99/99.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  TDL-TIME        PIC 99B99B99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-CATEGORY    PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-REF-ID      PIC X(14).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-MESSAGE     PIC X(40).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TDL-STATE       PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  TDL-ACT-OPER    PIC X(8).
           05  TDL-AGE         PIC ZZZZ9.
       01  TURN-TOT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  TTL-TEXT        PIC X(40).
           05  TTL-COUNT       PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD
           IF PRM-ROLL-DAYS IS NUMERIC
               MOVE PRM-ROLL-DAYS TO WS-ROLL-DAYS
           END-IF
           PERFORM READ-BUSINESS-DATE
           COMPUTE WS-CCYYMMDD = 20000000 + WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
           MOVE 'O' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTTURN: EXCEPTION LOG UNAVAILABLE - '
                   'TURNOVER REPORT NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TURN-FILE
           MOVE WS-TODAY TO TNH-DATE
           MOVE WS-ROLL-DAYS TO TNH-ROLL-DAYS
           WRITE TURN-RECORD FROM TURN-HDG-1
           WRITE TURN-RECORD FROM TURN-HDG-2
           MOVE SPACES TO TURN-RECORD
           WRITE TURN-RECORD
           MOVE SPACES TO TURN-SEC-LINE
           MOVE 'TONIGHT''S EXCEPTIONS' TO TSL-TEXT
           WRITE TURN-RECORD FROM TURN-SEC-LINE
           WRITE TURN-RECORD FROM TURN-HDG-3
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-SEV-IX FROM 1 BY 1
                   UNTIL WS-SEV-IX > 3
               MOVE WS-SEV-IX TO WS-SEV
               MOVE 0 TO WS-SEV-CNT(WS-SEV-IX)
               PERFORM LIST-TONIGHT
           END-PERFORM
           IF WS-SECTION-CNT = 0
               MOVE '  NONE' TO TURN-RECORD
               WRITE TURN-RECORD
           END-IF
           MOVE SPACES TO TURN-RECORD
           WRITE TURN-RECORD
           MOVE SPACES TO TURN-SEC-LINE
           MOVE 'ROLLED FORWARD - STILL OPEN AFTER' TO TSL-TEXT
           MOVE WS-ROLL-DAYS TO TSL-DAYS
           MOVE ' DAY(S) OR MORE' TO TSL-DAYS-TEXT
           WRITE TURN-RECORD FROM TURN-SEC-LINE
           WRITE TURN-RECORD FROM TURN-HDG-3
           MOVE 0 TO WS-SECTION-CNT
           PERFORM VARYING WS-SEV-IX FROM 1 BY 1
                   UNTIL WS-SEV-IX > 3
               MOVE WS-SEV-IX TO WS-SEV
               PERFORM LIST-ROLLED-FORWARD
           END-PERFORM
           IF WS-SECTION-CNT = 0
               MOVE '  NONE' TO TURN-RECORD
               WRITE TURN-RECORD
           END-IF
           MOVE 'C' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
           PERFORM WRITE-TURN-TOTALS
           CLOSE TURN-FILE
           DISPLAY 'FACTTURN: TONIGHT ' WS-TONIGHT-CNT
               ' ROLLED FORWARD ' WS-ROLLED-CNT
               ' CRITICAL NOT ACKNOWLEDGED ' WS-CRIT-OPEN-CNT
           IF WS-CRIT-OPEN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTTURN: UNABLE TO OPEN FACTDATE - STATUS '
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
               DISPLAY 'FACTTURN: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - RUN FACTDSET FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DTE-BUS-DATE TO WS-TODAY.

       LIST-TONIGHT.
           MOVE WS-TODAY TO EXC-BUS-DATE
           PERFORM START-EXCEPTIONS
           PERFORM UNTIL WS-EOF-SW = 'Y'
               MOVE 'N' TO EXC-FUNC
               CALL 'FACTEXCR' USING EXC-PARMS
               IF EXC-STATUS NOT = '0' OR EXC-BUS-DATE > WS-TODAY
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   IF EXC-SEVERITY = WS-SEV AND EXC-STATE NOT = 'C'
                       MOVE 0 TO WS-ITEM-AGE
                       PERFORM WRITE-EXCEPTION-LINE
                       ADD 1 TO WS-TONIGHT-CNT
                       ADD 1 TO WS-SEV-CNT(WS-SEV-IX)
                   END-IF
               END-IF
           END-PERFORM.

       LIST-ROLLED-FORWARD.
           MOVE 0 TO EXC-BUS-DATE
           PERFORM START-EXCEPTIONS
           PERFORM UNTIL WS-EOF-SW = 'Y'
               MOVE 'N' TO EXC-FUNC
               CALL 'FACTEXCR' USING EXC-PARMS
               IF EXC-STATUS NOT = '0' OR EXC-BUS-DATE NOT < WS-TODAY
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   IF EXC-SEVERITY = WS-SEV AND EXC-STATE NOT = 'C'
                       PERFORM COMPUTE-ITEM-AGE
                       IF WS-ITEM-AGE NOT < WS-ROLL-DAYS
                           PERFORM WRITE-EXCEPTION-LINE
                           ADD 1 TO WS-ROLLED-CNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       START-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO EXC-POST-TIME
           MOVE SPACES TO EXC-PROGRAM
           MOVE 'S' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
           IF EXC-STATUS NOT = '0'
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

       COMPUTE-ITEM-AGE.
           COMPUTE WS-CCYYMMDD = 20000000 + EXC-BUS-DATE
           COMPUTE WS-ITEM-INT =
               FUNCTION INTEGER-OF-DATE(WS-CCYYMMDD)
           IF WS-ITEM-INT > WS-TODAY-INT
               MOVE 0 TO WS-ITEM-AGE
           ELSE
               COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-ITEM-INT
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-SECTION-CNT
           MOVE EXC-SEVERITY TO TDL-SEVERITY
           MOVE EXC-BUS-DATE TO TDL-BUS-DATE
           MOVE EXC-POST-TIME(1:6) TO WS-POST-HHMMSS
           MOVE WS-POST-HHMMSS TO TDL-TIME
           MOVE EXC-PROGRAM TO TDL-PROGRAM
           MOVE EXC-CATEGORY TO TDL-CATEGORY
           MOVE EXC-REF-ID TO TDL-REF-ID
           MOVE EXC-MESSAGE TO TDL-MESSAGE
           IF EXC-STATE = 'A'
               MOVE 'ACK' TO TDL-STATE
               MOVE EXC-ACT-OPER TO TDL-ACT-OPER
               ADD 1 TO WS-ACK-CNT
           ELSE
               MOVE 'OPEN' TO TDL-STATE
               MOVE SPACES TO TDL-ACT-OPER
               IF EXC-SEVERITY = '1'
                   ADD 1 TO WS-CRIT-OPEN-CNT
               END-IF
           END-IF
           MOVE WS-ITEM-AGE TO TDL-AGE
           WRITE TURN-RECORD FROM TURN-DTL-LINE.

       WRITE-TURN-TOTALS.
           MOVE SPACES TO TURN-RECORD
           WRITE TURN-RECORD
           MOVE 'TONIGHT - CRITICAL:' TO TTL-TEXT
           MOVE WS-SEV-CNT(1) TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE
           MOVE 'TONIGHT - WARNING:' TO TTL-TEXT
           MOVE WS-SEV-CNT(2) TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE
           MOVE 'TONIGHT - NOTICE:' TO TTL-TEXT
           MOVE WS-SEV-CNT(3) TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE
           MOVE 'ROLLED FORWARD FROM EARLIER DAYS:' TO TTL-TEXT
           MOVE WS-ROLLED-CNT TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE
           MOVE 'ACKNOWLEDGED, NOT YET CLOSED:' TO TTL-TEXT
           MOVE WS-ACK-CNT TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE
           MOVE 'CRITICAL NOT YET ACKNOWLEDGED:' TO TTL-TEXT
           MOVE WS-CRIT-OPEN-CNT TO TTL-COUNT
           WRITE TURN-RECORD FROM TURN-TOT-LINE.

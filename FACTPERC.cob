       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTPERC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRD-FILE ASSIGN TO "FACTPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT SEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT JRN-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRD-FILE.
       COPY FACTPRD.
       FD  SEC-FILE.
       COPY FACTSEC.
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-PRD-STATUS       PIC X(2).
       01  WS-SEC-STATUS       PIC X(2).
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-SUPV-SW          PIC X(1).
       01  WS-JRN-DATE         PIC 9(6).
       01  WS-JRN-TIME-RAW     PIC 9(8).
       01  JRN-LINE.
           05  JRN-DATE        PIC 9(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-TIME        PIC 9(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-OPER-ID     PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-EVENT       PIC X(10).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-DETAIL      PIC X(20).
       LINKAGE SECTION.
       COPY FACTPCK.
       PROCEDURE DIVISION USING PCK-PARMS.
       MAIN-PARA.
           MOVE '0' TO PCK-STATUS
           EVALUATE PCK-FUNC
               WHEN 'T'
                   PERFORM FIND-PERIOD-STATE
               WHEN 'O'
                   PERFORM RECORD-OVERRIDE
               WHEN 'C'
                   PERFORM CLOSE-PERIOD
               WHEN OTHER
                   MOVE '9' TO PCK-STATUS
           END-EVALUATE
           GOBACK.

       FIND-PERIOD-STATE.
           MOVE 0 TO PCK-CLOSE-DATE
           MOVE SPACES TO PCK-CLOSE-OPER
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PRD-FILE
           EVALUATE WS-PRD-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PRD-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF PRD-MONTH = PCK-MONTH
                                       AND PRD-STATUS = 'C'
                                   MOVE '1' TO PCK-STATUS
                                   MOVE PRD-CLOSE-DATE
                                       TO PCK-CLOSE-DATE
                                   MOVE PRD-CLOSE-OPER
                                       TO PCK-CLOSE-OPER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRD-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '9' TO PCK-STATUS
           END-EVALUATE.

       RECORD-OVERRIDE.
           PERFORM CHECK-SUPERVISOR
           IF PCK-STATUS = '0'
               MOVE 'PER-OVRD' TO JRN-EVENT
               MOVE SPACES TO JRN-DETAIL
               STRING PCK-PROGRAM DELIMITED BY SPACE
                   ' M=' PCK-MONTH DELIMITED BY SIZE
                   INTO JRN-DETAIL
               PERFORM WRITE-PERIOD-JOURNAL
           END-IF.

       CLOSE-PERIOD.
           PERFORM CHECK-SUPERVISOR
           IF PCK-STATUS = '0'
               PERFORM FIND-PERIOD-STATE
           END-IF
           IF PCK-STATUS = '0'
               OPEN EXTEND PRD-FILE
               IF WS-PRD-STATUS NOT = '00'
                   OPEN OUTPUT PRD-FILE
               END-IF
               IF WS-PRD-STATUS NOT = '00'
                   MOVE '9' TO PCK-STATUS
               ELSE
                   MOVE PCK-MONTH TO PRD-MONTH
                   MOVE 'C' TO PRD-STATUS
                   ACCEPT PRD-CLOSE-DATE FROM DATE
                   ACCEPT WS-JRN-TIME-RAW FROM TIME
                   MOVE WS-JRN-TIME-RAW(1:6) TO PRD-CLOSE-TIME
                   MOVE PCK-OPER-ID TO PRD-CLOSE-OPER
                   WRITE PRD-RECORD
                   CLOSE PRD-FILE
                   MOVE PRD-CLOSE-DATE TO PCK-CLOSE-DATE
                   MOVE PCK-OPER-ID TO PCK-CLOSE-OPER
                   MOVE 'PER-CLOSE' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   STRING 'MONTH=' PCK-MONTH DELIMITED BY SIZE
                       INTO JRN-DETAIL
                   PERFORM WRITE-PERIOD-JOURNAL
               END-IF
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-SW
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SEC-FILE
           IF WS-SEC-STATUS NOT = '00'
               MOVE '9' TO PCK-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ SEC-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SEC-OPER-ID = PCK-OPER-ID
                                   AND SEC-LOCK-FLAG NOT = 'L'
                                   AND (SEC-AUTHORITY = 'M'
                                       OR SEC-AUTHORITY = 'S')
                               MOVE 'Y' TO WS-SUPV-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEC-FILE
               IF WS-SUPV-SW = 'N' OR PCK-OPER-ID = SPACES
                   MOVE '8' TO PCK-STATUS
               END-IF
           END-IF.

       WRITE-PERIOD-JOURNAL.
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS NOT = '00'
               OPEN OUTPUT JRN-FILE
           END-IF
           IF WS-JRN-STATUS = '00'
               ACCEPT WS-JRN-DATE FROM DATE
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME
               MOVE PCK-OPER-ID TO JRN-OPER-ID
               WRITE JRN-RECORD FROM JRN-LINE
               CLOSE JRN-FILE
           END-IF.

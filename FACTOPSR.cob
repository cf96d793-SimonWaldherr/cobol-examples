       FD  OPS-FILE.
       01  OPS-RECORD          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FACTPCK.
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-OPS-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
               'OPERATIONS STATISTICS REPORT'.
           05  FILLER          PIC X(7)  VALUE 'MONTH: '.
           05  OPH-MONTH       PIC X(4).
       01  OPS-PER-LINE.
           05  FILLER          PIC X(15) VALUE 'PERIOD STATUS: '.
           05  OPP-STATUS      PIC X(8).
           05  OPP-CLOSE-TEXT  PIC X(10).
           05  OPP-CLOSE-DATE  PIC 99/99/99.
           05  OPP-BY-TEXT     PIC X(4).
           05  OPP-CLOSE-OPER  PIC X(8).
       01  OPS-HDG-2.
           05  FILLER          PIC X(9)  VALUE 'DATE'.
           05  FILLER          PIC X(15) VALUE 'RUN ID'.
               MOVE WS-MONTH-CARD TO OPH-MONTH
           END-IF
           WRITE OPS-RECORD FROM OPS-HDG-1
           IF WS-MONTH-CARD IS NUMERIC
               PERFORM WRITE-PERIOD-STATUS
           END-IF
           WRITE OPS-RECORD FROM OPS-HDG-2
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ HIST-FILE
               ' REPORTED ' WS-RUN-CNT ' RUN(S)'
           STOP RUN.

       WRITE-PERIOD-STATUS.
           MOVE 'T' TO PCK-FUNC
           MOVE WS-MONTH-CARD TO PCK-MONTH
           CALL 'FACTPERC' USING PCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO PCK-STATUS
           END-CALL
           MOVE SPACES TO OPP-CLOSE-TEXT
           MOVE 0 TO OPP-CLOSE-DATE
           MOVE SPACES TO OPP-BY-TEXT
           MOVE SPACES TO OPP-CLOSE-OPER
           EVALUATE PCK-STATUS
               WHEN '0'
                   MOVE 'OPEN' TO OPP-STATUS
               WHEN '1'
                   MOVE 'CLOSED' TO OPP-STATUS
                   MOVE 'CLOSED ON ' TO OPP-CLOSE-TEXT
                   MOVE PCK-CLOSE-DATE TO OPP-CLOSE-DATE
                   MOVE ' BY ' TO OPP-BY-TEXT
                   MOVE PCK-CLOSE-OPER TO OPP-CLOSE-OPER
               WHEN OTHER
                   MOVE 'UNKNOWN' TO OPP-STATUS
           END-EVALUATE
           IF PCK-STATUS = '1'
               WRITE OPS-RECORD FROM OPS-PER-LINE
           ELSE
               MOVE OPS-PER-LINE(1:23) TO OPS-RECORD
               WRITE OPS-RECORD
           END-IF.

       REPORT-RUN.
           ADD 1 TO WS-RUN-CNT
           MOVE HST-RUN-DATE TO ODL-DATE

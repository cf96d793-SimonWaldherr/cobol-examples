       01  WS-SEL-CNT          PIC 9(8) VALUE 0.
       01  WS-OK-CNT           PIC 9(8) VALUE 0.
       01  WS-REJ-CNT          PIC 9(8) VALUE 0.
       01  WS-REV-CNT          PIC 9(8) VALUE 0.

       01  WS-RUN-CNT          PIC 9(3) VALUE 0.
       01  WS-RUN-IX           PIC 9(3) VALUE 0.
               10  RT-RUN-ID   PIC X(14).
               10  RT-COUNT    PIC 9(8).
               10  RT-REJECTS  PIC 9(8).
               10  RT-REVERSALS PIC 9(8).
       01  WS-DAY-CNT          PIC 9(3) VALUE 0.
       01  WS-DAY-IX           PIC 9(3) VALUE 0.
       01  WS-DAY-TABLE.
           05  SRL-COUNT       PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SRL-REJECTS     PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  SRL-REVERSALS   PIC ZZZZZZZ9.
       01  SUM-DAY-LINE.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  SDL-DATE        PIC 99/99/99.

       TALLY-RECORD.
           ADD 1 TO WS-SEL-CNT
           EVALUATE AUD-STATUS
               WHEN 'E'
                   ADD 1 TO WS-REJ-CNT
               WHEN 'R'
                   ADD 1 TO WS-REV-CNT
               WHEN OTHER
                   ADD 1 TO WS-OK-CNT
           END-EVALUATE
           PERFORM TALLY-RUN
           PERFORM TALLY-DAY
           IF AUD-STATUS NOT = 'R'
               COMPUTE WS-N-IX = AUD-N + 1
               ADD 1 TO NT-COUNT(WS-N-IX)
           END-IF.

       TALLY-RUN.
           MOVE 'N' TO WS-FOUND-SW
                   IF AUD-STATUS = 'E'
                       ADD 1 TO RT-REJECTS(WS-RUN-IX)
                   END-IF
                   IF AUD-STATUS = 'R'
                       ADD 1 TO RT-REVERSALS(WS-RUN-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
                   ELSE
                       MOVE 0 TO RT-REJECTS(WS-RUN-CNT)
                   END-IF
                   IF AUD-STATUS = 'R'
                       MOVE 1 TO RT-REVERSALS(WS-RUN-CNT)
                   ELSE
                       MOVE 0 TO RT-REVERSALS(WS-RUN-CNT)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TBL-FULL-SW
               END-IF
               MOVE RT-RUN-ID(WS-RUN-IX) TO SRL-RUN-ID
               MOVE RT-COUNT(WS-RUN-IX) TO SRL-COUNT
               MOVE RT-REJECTS(WS-RUN-IX) TO SRL-REJECTS
               MOVE RT-REVERSALS(WS-RUN-IX) TO SRL-REVERSALS
               WRITE SUM-RECORD FROM SUM-RUN-LINE
           END-PERFORM
           MOVE SPACES TO SUM-RECORD
           MOVE 'TOTAL REJECTED:' TO STL-TEXT
           MOVE WS-REJ-CNT TO STL-COUNT
           WRITE SUM-RECORD FROM SUM-TOT-LINE
           MOVE 'TOTAL REVERSED:' TO STL-TEXT
           MOVE WS-REV-CNT TO STL-COUNT
           WRITE SUM-RECORD FROM SUM-TOT-LINE
           MOVE 'TOTAL SELECTED:' TO STL-TEXT
           MOVE WS-SEL-CNT TO STL-COUNT
           WRITE SUM-RECORD FROM SUM-TOT-LINE.

       01  BAL-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTSCT.
       COPY FACTEXC.
       01  WS-CTL-STATUS       PIC X(2).
       01  WS-TRANS-STATUS     PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-AUD-TOTAL        PIC 9(8) VALUE 0.
       01  WS-AUD-OK           PIC 9(8) VALUE 0.
       01  WS-AUD-REJ          PIC 9(8) VALUE 0.
       01  WS-AUD-REV          PIC 9(8) VALUE 0.
       01  WS-SUSP-COUNT       PIC 9(8) VALUE 0.
       01  WS-IFC-STATUS       PIC X(2).
       01  WS-IFC-DTL-COUNT    PIC 9(8) VALUE 0.
       01  WS-IFC-ADJ-COUNT    PIC 9(8) VALUE 0.
       01  WS-IFC-TRL-COUNT    PIC 9(8) VALUE 0.
       01  WS-IFC-TRL-SW       PIC X(1) VALUE 'N'.
       01  WS-EXPECTED         PIC 9(8).
           05  BKL-VERDICT     PIC X(18).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           OPEN OUTPUT BAL-FILE
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               MOVE 'RUN CONTROL RECORD MISSING' TO BAL-RECORD
               WRITE BAL-RECORD
               CLOSE BAL-FILE
               PERFORM POST-MISSING-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   WRITE BAL-RECORD
                   CLOSE CTL-FILE
                   CLOSE BAL-FILE
                   PERFORM POST-MISSING-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CTL-FILE
           IF CTL-REV-COUNT IS NOT NUMERIC
               MOVE 0 TO CTL-REV-COUNT
           END-IF
           PERFORM COUNT-TRANSIN
           PERFORM COUNT-AUDIT
           PERFORM COUNT-SUSPENSE
           ELSE
               DISPLAY 'FACTBAL: RUN ' CTL-RUN-ID ' IN BALANCE'
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTBAL' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTBAL: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTBAL: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTBAL: STREAM CONTROL UNAVAILABLE - '
                       'STEP RUN WITHOUT RESTART PROTECTION'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END-STREAM-STEP.
           IF SCT-STATUS NOT = '9'
               MOVE 'E' TO SCT-FUNC
               MOVE RETURN-CODE TO SCT-RC
               CALL 'FACTSCTL' USING SCT-PARMS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE SCT-RC TO RETURN-CODE
           END-IF.

       COUNT-TRANSIN.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
                           MOVE AUDIT-RECORD TO AUD-LINE
                           IF AUD-RUN-ID = CTL-RUN-ID
                               ADD 1 TO WS-AUD-TOTAL
                               EVALUATE AUD-STATUS
                                   WHEN 'E'
                                       ADD 1 TO WS-AUD-REJ
                                   WHEN 'R'
                                       ADD 1 TO WS-AUD-REV
                                   WHEN OTHER
                                       ADD 1 TO WS-AUD-OK
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
                           EVALUATE IFC-REC-TYPE
                               WHEN 'D'
                                   ADD 1 TO WS-IFC-DTL-COUNT
                               WHEN 'A'
                                   ADD 1 TO WS-IFC-DTL-COUNT
                                   ADD 1 TO WS-IFC-ADJ-COUNT
                               WHEN 'T'
                                   MOVE 'Y' TO WS-IFC-TRL-SW
                                   MOVE IFC-TRL-REC-COUNT
           MOVE 'REJECT LINES:' TO BCL-TEXT
           MOVE CTL-REJ-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'REVERSAL LINES:' TO BCL-TEXT
           MOVE CTL-REV-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'AUDIT RECORDS FOR RUN:' TO BCL-TEXT
           MOVE WS-AUD-TOTAL TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'AUDIT REJECT RECORDS:' TO BCL-TEXT
           MOVE WS-AUD-REJ TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'AUDIT REVERSAL RECORDS:' TO BCL-TEXT
           MOVE WS-AUD-REV TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'SUSPENSE RECORDS FOR RUN:' TO BCL-TEXT
           MOVE WS-SUSP-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'EXTRACT DETAIL RECORDS:' TO BCL-TEXT
           MOVE WS-IFC-DTL-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'EXTRACT ADJUSTMENT RECORDS:' TO BCL-TEXT
           MOVE WS-IFC-ADJ-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           MOVE 'EXTRACT TRAILER COUNT:' TO BCL-TEXT
           MOVE WS-IFC-TRL-COUNT TO BCL-COUNT
           WRITE BAL-RECORD FROM BAL-CNT-LINE
           ELSE
               PERFORM WRITE-OUT-OF-BALANCE
           END-IF
           MOVE 'DETAIL LINES = OK + REJECTED + REVERSED'
               TO BKL-TEXT
           COMPUTE WS-EXPECTED = CTL-OK-COUNT + CTL-REJ-COUNT
               + CTL-REV-COUNT
           IF CTL-DTL-COUNT = WS-EXPECTED
               PERFORM WRITE-IN-BALANCE
           ELSE
               ELSE
                   PERFORM WRITE-OUT-OF-BALANCE
               END-IF
               MOVE 'REVERSAL LINES = AUDIT REVERSALS' TO BKL-TEXT
               IF CTL-REV-COUNT = WS-AUD-REV
                   PERFORM WRITE-IN-BALANCE
               ELSE
                   PERFORM WRITE-OUT-OF-BALANCE
               END-IF
           END-IF
           MOVE 'AUDIT REVERSALS = EXTRACT ADJUSTMENTS' TO BKL-TEXT
           IF WS-AUD-REV = WS-IFC-ADJ-COUNT
               PERFORM WRITE-IN-BALANCE
           ELSE
               PERFORM WRITE-OUT-OF-BALANCE
           END-IF
           MOVE 'AUDIT REJECTS = SUSPENSE RECORDS' TO BKL-TEXT
           IF WS-AUD-REJ = WS-SUSP-COUNT
       WRITE-OUT-OF-BALANCE.
           MOVE '*OUT OF BALANCE*' TO BKL-VERDICT
           MOVE 'Y' TO WS-OOB-SW
           WRITE BAL-RECORD FROM BAL-CHK-LINE
           MOVE '1' TO EXC-SEVERITY
           MOVE 'BALANCE' TO EXC-CATEGORY
           MOVE CTL-RUN-ID TO EXC-REF-ID
           MOVE BKL-TEXT TO EXC-MESSAGE
           PERFORM POST-EXCEPTION.

       POST-MISSING-CONTROL.
           MOVE '1' TO EXC-SEVERITY
           MOVE 'BALANCE' TO EXC-CATEGORY
           MOVE SPACES TO EXC-REF-ID
           MOVE 'RUN CONTROL RECORD MISSING' TO EXC-MESSAGE
           PERFORM POST-EXCEPTION.

       POST-EXCEPTION.
           MOVE 'P' TO EXC-FUNC
           MOVE 0 TO EXC-BUS-DATE
           MOVE 'FACTBAL' TO EXC-PROGRAM
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTBAL: EXCEPTION NOT LOGGED - '
                   EXC-MESSAGE
           END-IF.

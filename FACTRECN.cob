       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FACTWS.
       COPY FACTSCT.
       COPY FACTEXC.
       01  WS-CTL-FUNC      PIC X(1).
       01  WS-CTL-N         PIC 9(2).
       01  WS-CTL-R         PIC 9(2).
       01  WS-MISMATCH-CNT  PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           MOVE 'F' TO WS-CTL-FUNC
           MOVE 0 TO WS-CTL-R
           MOVE 0  TO WS-CTL-N  MOVE 1          TO WS-CTL-EXPECTED
           ELSE
               DISPLAY 'FACTRECN: ALL CONTROL TOTALS RECONCILED OK'
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTRECN' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTRECN: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTRECN: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTRECN: STREAM CONTROL UNAVAILABLE - '
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

       VERIFY-CASE.
           MOVE WS-CTL-FUNC TO FACT-FUNC
           MOVE WS-CTL-N TO FACT-N
                   ' N=' WS-CTL-N ' R=' WS-CTL-R
                   ' EXPECTED=' WS-CTL-EXPECTED ' GOT=' FACT-RESULT
               ADD 1 TO WS-MISMATCH-CNT
               PERFORM POST-MISMATCH
           END-IF.

       POST-MISMATCH.
           MOVE 'P' TO EXC-FUNC
           MOVE 0 TO EXC-BUS-DATE
           MOVE 'FACTRECN' TO EXC-PROGRAM
           MOVE '1' TO EXC-SEVERITY
           MOVE 'RECON' TO EXC-CATEGORY
           MOVE SPACES TO EXC-REF-ID
           MOVE SPACES TO EXC-MESSAGE
           STRING 'CONTROL TOTAL MISMATCH FUNC=' WS-CTL-FUNC
               ' N=' WS-CTL-N ' R=' WS-CTL-R
               DELIMITED BY SIZE INTO EXC-MESSAGE
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTRECN: EXCEPTION NOT LOGGED - '
                   EXC-MESSAGE
           END-IF.

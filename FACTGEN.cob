       01  GEN-RECORD          PIC X(21).
       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       COPY FACTREG.
       COPY FACTSCT.
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-STND-STATUS      PIC X(2).
       01  WS-GEN-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-DUE-SW           PIC X(1).
       01  WS-REG-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-BUS-DATE         PIC 9(6).
       01  WS-BUS-DATE-X REDEFINES WS-BUS-DATE.
           05  WS-BUS-YY       PIC X(2).
       01  WS-DUE-CNT          PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUS-DD TO WS-BUS-DD-NUM
           COMPUTE WS-CCYYMMDD = 20000000 + WS-BUS-DATE
                   ' - NOTHING GENERATED'
               OPEN OUTPUT GEN-FILE
               CLOSE GEN-FILE
               PERFORM END-STREAM-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT GEN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REGISTRY
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ STND-FILE
                   AT END
           END-PERFORM
           CLOSE STND-FILE
           CLOSE GEN-FILE
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE 'C' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
           END-IF
           DISPLAY 'FACTGEN: ' WS-DUE-CNT ' OF ' WS-READ-CNT
               ' STANDING REQUEST(S) DUE FOR ' WS-BUS-DATE
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTGEN' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTGEN: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTGEN: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTGEN: STREAM CONTROL UNAVAILABLE - '
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

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
           END-IF
           MOVE DTE-BUS-DATE TO WS-BUS-DATE.

       OPEN-REGISTRY.
           MOVE 'I' TO REG-FUNC
           CALL 'FACTREGR' USING REG-PARMS
               ON EXCEPTION
                   MOVE '9' TO REG-STATUS
           END-CALL
           IF REG-STATUS = '0'
               MOVE 'Y' TO WS-REG-AVAIL-SW
           ELSE
               DISPLAY 'FACTGEN: REQUEST REGISTRY UNAVAILABLE - '
                   'STANDING IDS NOT REGISTERED'
           END-IF.

       CHECK-DUE.
           MOVE 'N' TO WS-DUE-SW
           IF STD-EFF-FROM IS NUMERIC
           MOVE STD-FUNC TO TRN-FUNC
           MOVE STD-N TO TRN-N
           MOVE STD-R TO TRN-R
           WRITE GEN-RECORD FROM TRN-RECORD
           PERFORM REGISTER-STANDING.

       REGISTER-STANDING.
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   IF REG-DISP = 'A'
                       MOVE 'G' TO REG-DISP
                       MOVE 'U' TO REG-FUNC
                       CALL 'FACTREGR' USING REG-PARMS
                   END-IF
               ELSE
                   MOVE TRN-DEPT TO REG-DEPT
                   MOVE SPACES TO REG-EDIT-ID
                   MOVE SPACES TO REG-RUN-ID
                   MOVE WS-BUS-DATE TO REG-BUS-DATE
                   MOVE 'G' TO REG-DISP
                   MOVE SPACES TO REG-REASON
                   MOVE 'W' TO REG-FUNC
                   CALL 'FACTREGR' USING REG-PARMS
               END-IF
           END-IF.

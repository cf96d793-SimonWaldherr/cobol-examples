       FD  VFY-FILE.
       01  VFY-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTSCT.
       COPY FACTEXC.
       01  WS-IFC-STATUS       PIC X(2).
       01  WS-ACK-STATUS       PIC X(2).
       01  WS-CTL-STATUS       PIC X(2).
           05  VKL-VERDICT     PIC X(18).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           MOVE SPACES TO WS-OVERRIDE-CARD
           ACCEPT WS-OVERRIDE-CARD
           OPEN OUTPUT VFY-FILE
               WRITE VFY-RECORD
               CLOSE VFY-FILE
               DISPLAY 'FACTACKV: NO PRIOR EXTRACT - CYCLE MAY RUN'
               PERFORM END-STREAM-STEP
               STOP RUN
           END-IF
           PERFORM READ-RECEIPT
               DISPLAY 'FACTACKV: PRIOR EXTRACT ' WS-EXT-RUN-ID
                   ' CONFIRMED BY ACTUARIAL SYSTEM'
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTACKV' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTACKV: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTACKV: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTACKV: STREAM CONTROL UNAVAILABLE - '
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

       READ-EXTRACT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT IFC-FILE
                                       TO WS-EXT-RUN-ID
                               WHEN 'D'
                                   ADD 1 TO WS-EXT-DTL-COUNT
                               WHEN 'A'
                                   ADD 1 TO WS-EXT-DTL-COUNT
                               WHEN 'T'
                                   MOVE IFC-TRL-REC-COUNT
                                       TO WS-EXT-TRL-COUNT
       WRITE-DISCREPANCY.
           MOVE '*DISCREPANCY*' TO VKL-VERDICT
           MOVE 'Y' TO WS-HOLD-SW
           WRITE VFY-RECORD FROM VFY-CHK-LINE
           IF WS-OVERRIDE-CARD = 'OVERRIDE'
               MOVE '2' TO EXC-SEVERITY
           ELSE
               MOVE '1' TO EXC-SEVERITY
           END-IF
           MOVE 'EXTRACT' TO EXC-CATEGORY
           MOVE WS-EXT-RUN-ID TO EXC-REF-ID
           MOVE VKL-TEXT TO EXC-MESSAGE
           PERFORM POST-EXCEPTION.

       POST-EXCEPTION.
           MOVE 'P' TO EXC-FUNC
           MOVE 0 TO EXC-BUS-DATE
           MOVE 'FACTACKV' TO EXC-PROGRAM
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTACKV: EXCEPTION NOT LOGGED - '
                   EXC-MESSAGE
           END-IF.

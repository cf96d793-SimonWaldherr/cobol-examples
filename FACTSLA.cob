       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTTRAN.
       COPY FACTSCT.
       COPY FACTEXC.
       01  WS-CTL-STATUS       PIC X(2).
       01  WS-TRANS-STATUS     PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
           05  STL-COUNT       PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FACTSLA: NO CONTROL RECORD - STATUS '
           IF WS-PRI-FULL-SW = 'Y'
               DISPLAY 'FACTSLA: PRIORITY TABLE FULL - REPORT '
                   'INCOMPLETE - NOTIFY OPERATIONS'
               MOVE '2' TO EXC-SEVERITY
               MOVE CTL-RUN-ID TO EXC-REF-ID
               MOVE 'PRIORITY TABLE FULL - REPORT INCOMPLETE'
                   TO EXC-MESSAGE
               PERFORM POST-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-EXC-CNT > 0
               DISPLAY 'FACTSLA: ' WS-EXC-CNT ' SLA EXCEPTION(S) - '
                   'CALL THE DEPARTMENT(S) BEFORE THEY CALL US'
               IF WS-PRI-FULL-SW NOT = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'FACTSLA: NO SLA EXCEPTIONS FOR RUN '
                   CTL-RUN-ID
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTSLA' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTSLA: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTSLA: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTSLA: STREAM CONTROL UNAVAILABLE - '
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

       LOAD-PRIORITY-TABLE.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
               MOVE PT-INIT(WS-PRI-IX) TO SDL-INIT
               MOVE PT-PRI(WS-PRI-IX) TO SDL-PRI
               WRITE SLA-RECORD FROM SLA-DTL-LINE
               IF SDL-PRI = '1'
                   MOVE '2' TO EXC-SEVERITY
               ELSE
                   MOVE '3' TO EXC-SEVERITY
               END-IF
               MOVE SDL-REQ-ID TO EXC-REF-ID
               MOVE SPACES TO EXC-MESSAGE
               STRING SDL-DEPT ' ' SDL-DISP
                   DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM POST-EXCEPTION
           END-IF.

       POST-EXCEPTION.
           MOVE 'P' TO EXC-FUNC
           MOVE 0 TO EXC-BUS-DATE
           MOVE 'FACTSLA' TO EXC-PROGRAM
           MOVE 'SLA' TO EXC-CATEGORY
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTSLA: EXCEPTION NOT LOGGED - '
                   EXC-MESSAGE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactSChk.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY FACTSCT.
       01  WS-CHECK-CARD.
           05  WS-CHECK-FUNC   PIC X(1).
           05  FILLER          PIC X(1).
           05  WS-CHECK-STEP   PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-CHECK-CARD
           ACCEPT WS-CHECK-CARD
           IF WS-CHECK-STEP = SPACES
                   OR (WS-CHECK-FUNC NOT = 'B'
                       AND WS-CHECK-FUNC NOT = 'E')
               DISPLAY 'FACTSCHK: CONTROL CARD MUST BE B OR E IN '
                   'COL 1 AND A STEP NAME IN COLS 3-10'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-FUNC TO SCT-FUNC
           MOVE WS-CHECK-STEP TO SCT-STEP
           MOVE 0 TO SCT-RC
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           IF WS-CHECK-FUNC = 'E'
               PERFORM REPORT-END
           ELSE
               PERFORM REPORT-BEGIN
           END-IF
           STOP RUN.

       REPORT-BEGIN.
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTSCHK: ' WS-CHECK-STEP
                       ' ALREADY COMPLETED FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - STEP WILL BE BYPASSED'
                   MOVE 8 TO RETURN-CODE
               WHEN '2'
                   DISPLAY 'FACTSCHK: ' WS-CHECK-STEP
                       ' RERUN FOR BUSINESS DATE ' SCT-BUS-DATE
                       ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTSCHK: STREAM CONTROL UNAVAILABLE - '
                       WS-CHECK-STEP ' RUN WITHOUT RESTART PROTECTION'
               WHEN OTHER
                   DISPLAY 'FACTSCHK: ' WS-CHECK-STEP
                       ' STARTING FOR BUSINESS DATE ' SCT-BUS-DATE
           END-EVALUATE.

       REPORT-END.
           IF SCT-STATUS = '9'
               DISPLAY 'FACTSCHK: STREAM CONTROL UNAVAILABLE - '
                   'COMPLETION OF ' WS-CHECK-STEP ' NOT RECORDED'
           ELSE
               DISPLAY 'FACTSCHK: ' WS-CHECK-STEP
                   ' RECORDED COMPLETE FOR BUSINESS DATE '
                   SCT-BUS-DATE
           END-IF.

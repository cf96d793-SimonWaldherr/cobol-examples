       FD  SORT-FILE.
       01  SORT-RECORD         PIC X(21).
       WORKING-STORAGE SECTION.
       COPY FACTSCT.
       01  WS-CLEAN-STATUS     PIC X(2).
       01  WS-SORT-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-OUT-CNT          PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           OPEN OUTPUT SORT-FILE
           IF WS-SORT-STATUS NOT = '00'
               DISPLAY 'FACTSEQ: UNABLE TO OPEN TRANSSRT - STATUS '
               DISPLAY 'FACTSEQ: SEQUENCED ' WS-OUT-CNT
                   ' TRANSACTIONS BY PRIORITY'
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTSEQ' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTSEQ: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTSEQ: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTSEQ: STREAM CONTROL UNAVAILABLE - '
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

       COPY-PRIORITY-PASS.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-READ-CNT

           END-CALL
           IF MST-STATUS NOT = '0'
               DISPLAY 'FACTLOAD: UNABLE TO OPEN RESULTS MASTER'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-LOAD-N FROM 0 BY 1

       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       COPY FACTLCK.
       COPY FACTEXC.
       01  WS-SUSP-STATUS      PIC X(2).
       01  WS-AGE-STATUS       PIC X(2).
       01  WS-CAN-STATUS       PIC X(2).
           IF WS-ESC-DAYS > WS-CAN-DAYS
               DISPLAY 'FACTAGE: ESCALATION DAYS EXCEED CANCEL '
                   'DAYS - CHECK THE PARAMETER CARD'
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY 'FACTAGE: SUSPENSE FILE EXCEEDS 500 ITEMS - '
                   'FILE LEFT UNCHANGED - NOTIFY OPERATIONS'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGE-FILE
               ' ESCALATED ' WS-ESC-CNT
               ' CANCELLED ' WS-CAN-CNT
               ' KEPT ' WS-KEEP-CNT
           PERFORM RELEASE-RUN-LOCK
           IF WS-ESC-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-RUN-LOCK.
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTAGE: UNABLE TO OPEN FACTDATE - STATUS '
                   WS-DATE-STATUS ' - RUN FACTDSET FIRST'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATE-FILE
           IF DTE-BUS-DATE IS NOT NUMERIC
               DISPLAY 'FACTAGE: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - RUN FACTDSET FIRST'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DTE-BUS-DATE TO WS-TODAY.
           IF WS-SUSP-STATUS NOT = '00'
               DISPLAY 'FACTAGE: NO SUSPENSE FILE - STATUS '
                   WS-SUSP-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
                   MOVE 'AWAITING CORRECTION' TO AEL-TEXT
               END-IF
               WRITE AGE-RECORD FROM AGE-ESC-LINE
               PERFORM POST-ESCALATION
           END-IF.

       POST-ESCALATION.
           MOVE 'P' TO EXC-FUNC
           MOVE WS-TODAY TO EXC-BUS-DATE
           MOVE 'FACTAGE' TO EXC-PROGRAM
           MOVE '2' TO EXC-SEVERITY
           MOVE 'SUSPENSE' TO EXC-CATEGORY
           MOVE AEL-REQ-ID TO EXC-REF-ID
           MOVE SPACES TO EXC-MESSAGE
           IF WS-DATED-SW = 'N'
               STRING 'DEPT ' AEL-DEPT ' REASON ' AEL-REASON
                   ' NO DATE - REVIEW'
                   DELIMITED BY SIZE INTO EXC-MESSAGE
           ELSE
               STRING 'DEPT ' AEL-DEPT ' REASON ' AEL-REASON
                   ' AGE ' AEL-AGE ' DAYS'
                   DELIMITED BY SIZE INTO EXC-MESSAGE
           END-IF
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTAGE: EXCEPTION NOT LOGGED - '
                   AEL-REQ-ID ' ' EXC-MESSAGE
           END-IF.

       WRITE-AGE-TOTALS.

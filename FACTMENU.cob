       COPY FACTLIM.
       COPY FACTMST.
       COPY FACTLCK.
       COPY FACTOPR.
       01  WS-SEC-STATUS   PIC X(2).
       01  WS-JRN-STATUS   PIC X(2).
       01  WS-EOF-SW       PIC X(1).
           PERFORM UNTIL WS-CONTINUE = 'N'
               DISPLAY ' '
               DISPLAY '1=COMPUTE  2=CORRECTIONS  3=REFRESH MASTER'
                   '  4=CLEAR RUN LOCK'
               DISPLAY '5=DEPARTMENTS  6=QUOTAS/HELD ITEMS'
                   '  7=APPROVALS'
               DISPLAY '8=EXCEPTIONS  9=SIGN OFF'
               DISPLAY 'SELECT: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                       PERFORM RUN-REFRESH
                   WHEN '4'
                       PERFORM RUN-CLEAR-LOCK
                   WHEN '5'
                       PERFORM RUN-DEPT-MAINT
                   WHEN '6'
                       PERFORM RUN-QUOTA-MAINT
                   WHEN '7'
                       PERFORM RUN-APPROVALS
                   WHEN '8'
                       PERFORM RUN-EXCEPTIONS
                   WHEN '9'
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                           TO WS-SEC-ENTRY(WS-SEC-HIT-IX)
                       PERFORM SAVE-SECURITY
                       MOVE SCW-AUTHORITY TO WS-AUTHORITY
                       MOVE WS-OPER-ID TO OPR-OPER-ID
                       MOVE WS-AUTHORITY TO OPR-AUTHORITY
                       MOVE 'Y' TO WS-SIGNON-SW
                       MOVE 'SIGN-ON' TO JRN-EVENT
                       MOVE SPACES TO JRN-DETAIL

       RUN-CORRECTIONS.
           IF WS-AUTHORITY = 'O' OR WS-AUTHORITY = 'M'
              OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
                   MOVE 'CORRECT' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
                   CALL 'FACTCORR' USING OPR-PARMS
               END-IF
           ELSE
               DISPLAY 'NOT AUTHORIZED FOR CORRECTIONS'
           END-IF.

       RUN-REFRESH.
           IF WS-AUTHORITY = 'M' OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
           END-IF.

       RUN-CLEAR-LOCK.
           IF WS-AUTHORITY = 'M' OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'RUN LOCK HELD BY ' LCK-HOLDER
               PERFORM WRITE-JOURNAL
           END-IF.

       RUN-DEPT-MAINT.
           IF WS-AUTHORITY = 'M' OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
                       'LOCK HELD BY ' LCK-HOLDER
                   MOVE 'BUSY' TO JRN-EVENT
                   MOVE 'DEPARTMENTS' TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
               ELSE
                   MOVE 'DEPT-MAINT' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
                   CALL 'FACTDPTM' USING OPR-PARMS
               END-IF
           ELSE
               DISPLAY 'NOT AUTHORIZED FOR DEPARTMENT MAINTENANCE'
               MOVE 'DENIED' TO JRN-EVENT
               MOVE 'DEPARTMENTS' TO JRN-DETAIL
               PERFORM WRITE-JOURNAL
           END-IF.

       RUN-QUOTA-MAINT.
           IF WS-AUTHORITY = 'M' OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
                       'LOCK HELD BY ' LCK-HOLDER
                   MOVE 'BUSY' TO JRN-EVENT
                   MOVE 'QUOTAS' TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
               ELSE
                   MOVE 'QTA-MAINT' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
                   CALL 'FACTQTAM' USING OPR-PARMS
               END-IF
           ELSE
               DISPLAY 'NOT AUTHORIZED FOR QUOTA MAINTENANCE'
               MOVE 'DENIED' TO JRN-EVENT
               MOVE 'QUOTAS' TO JRN-DETAIL
               PERFORM WRITE-JOURNAL
           END-IF.

       RUN-APPROVALS.
           IF WS-AUTHORITY = 'M' OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
                       'LOCK HELD BY ' LCK-HOLDER
                   MOVE 'BUSY' TO JRN-EVENT
                   MOVE 'APPROVALS' TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
               ELSE
                   MOVE 'APPROVALS' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
                   CALL 'FACTAPRV' USING OPR-PARMS
               END-IF
           ELSE
               DISPLAY 'NOT AUTHORIZED TO APPROVE ITEMS'
               MOVE 'DENIED' TO JRN-EVENT
               MOVE 'APPROVALS' TO JRN-DETAIL
               PERFORM WRITE-JOURNAL
           END-IF.

       RUN-EXCEPTIONS.
           IF WS-AUTHORITY = 'O' OR WS-AUTHORITY = 'M'
              OR WS-AUTHORITY = 'S'
               PERFORM TEST-RUN-LOCK
               IF LCK-STATUS = '1'
                   DISPLAY 'SYSTEM BUSY - NIGHTLY IN PROGRESS - '
                       'LOCK HELD BY ' LCK-HOLDER
                   MOVE 'BUSY' TO JRN-EVENT
                   MOVE 'EXCEPTIONS' TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
               ELSE
                   MOVE 'EXCEPTIONS' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   PERFORM WRITE-JOURNAL
                   CALL 'FACTEXCM' USING OPR-PARMS
               END-IF
           ELSE
               DISPLAY 'NOT AUTHORIZED TO REVIEW EXCEPTIONS'
               MOVE 'DENIED' TO JRN-EVENT
               MOVE 'EXCEPTIONS' TO JRN-DETAIL
               PERFORM WRITE-JOURNAL
           END-IF.

       TEST-RUN-LOCK.
           MOVE 'T' TO LCK-FUNC
           MOVE WS-OPER-ID TO LCK-REQUESTOR

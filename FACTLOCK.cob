           05  JRN-EVENT       PIC X(10).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-DETAIL      PIC X(20).
       COPY FACTEXC.
       LINKAGE SECTION.
       COPY FACTLCK.
       PROCEDURE DIVISION USING LCK-PARMS.
               MOVE WS-CUR-HOLDER TO LCK-HOLDER
               MOVE 'LOCK-BUSY' TO JRN-EVENT
               PERFORM WRITE-LOCK-JOURNAL
               MOVE '2' TO EXC-SEVERITY
               MOVE SPACES TO EXC-MESSAGE
               STRING 'BUSY FOR ' LCK-REQUESTOR ' - HELD BY '
                   LCK-HOLDER
                   DELIMITED BY SIZE INTO EXC-MESSAGE
               PERFORM POST-LOCK-EXCEPTION
           ELSE
               MOVE 'L' TO WS-CUR-STATUS
               MOVE LCK-REQUESTOR TO WS-CUR-HOLDER
           MOVE SPACES TO WS-CUR-HOLDER
           PERFORM WRITE-LOCK-RECORD
           MOVE 'LOCK-CLEAR' TO JRN-EVENT
           PERFORM WRITE-LOCK-JOURNAL
           MOVE '1' TO EXC-SEVERITY
           MOVE SPACES TO EXC-MESSAGE
           STRING 'CLEARED BY ' LCK-REQUESTOR ' - HELD BY '
               LCK-HOLDER
               DELIMITED BY SIZE INTO EXC-MESSAGE
           PERFORM POST-LOCK-EXCEPTION.

       POST-LOCK-EXCEPTION.
           MOVE 'P' TO EXC-FUNC
           MOVE 0 TO EXC-BUS-DATE
           MOVE 'FACTLOCK' TO EXC-PROGRAM
           MOVE 'LOCK' TO EXC-CATEGORY
           MOVE SPACES TO EXC-REF-ID
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       WRITE-LOCK-RECORD.
           OPEN OUTPUT LOCK-FILE

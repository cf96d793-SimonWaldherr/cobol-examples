       WRITE-AUD-LINE.
           MOVE AUD-RUN-ID TO IAL-RUN-ID
           MOVE AUD-TIMESTAMP TO IAL-TIMESTAMP
           EVALUATE AUD-STATUS
               WHEN 'E'
                   MOVE 0 TO IAL-FACT
                   MOVE SPACES TO IAL-DISP
                   STRING 'REJECTED - REASON ' AUD-REASON
                       DELIMITED BY SIZE INTO IAL-DISP
               WHEN 'R'
                   MOVE AUD-FACT TO IAL-FACT
                   MOVE 'REVERSED' TO IAL-DISP
               WHEN OTHER
                   MOVE AUD-FACT TO IAL-FACT
                   MOVE 'COMPLETED' TO IAL-DISP
           END-EVALUATE
           WRITE INQ-RECORD FROM INQ-AUD-LINE.

       SEARCH-SUSPENSE.

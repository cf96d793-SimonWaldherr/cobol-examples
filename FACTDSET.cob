       01  WS-PARM-CARD.
           05  PRM-NEW-DATE    PIC X(6).
           05  PRM-OVERRIDE    PIC X(8).
           05  PRM-SUPV-ID     PIC X(8).
       01  WS-CUR-SW           PIC X(1) VALUE 'N'.
       01  WS-CUR-DATE         PIC 9(6).
       01  WS-NEW-DATE         PIC 9(6).
       01  WS-CCYYMMDD         PIC 9(8).
       01  WS-CUR-INT          PIC 9(8).
       01  WS-NEW-INT          PIC 9(8).
       COPY FACTPCK.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-PARM-CARD
           IF WS-CUR-SW = 'Y'
               PERFORM VALIDATE-NEW-DATE
           END-IF
           PERFORM CHECK-PERIOD-CLOSED
           OPEN OUTPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTDSET: UNABLE TO OPEN FACTDATE - STATUS '
               DISPLAY 'FACTDSET: OPERATOR OVERRIDE ACCEPTED FOR '
                   WS-NEW-DATE
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE 'T' TO PCK-FUNC
           COMPUTE PCK-MONTH = WS-NEW-DATE / 100
           CALL 'FACTPERC' USING PCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO PCK-STATUS
           END-CALL
           IF PCK-STATUS = '9'
               DISPLAY 'FACTDSET: PERIOD CONTROL UNAVAILABLE - '
                   'BUSINESS DATE NOT SET'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PCK-STATUS = '1'
               DISPLAY 'FACTDSET: MONTH ' PCK-MONTH ' WAS CLOSED ON '
                   PCK-CLOSE-DATE ' BY ' PCK-CLOSE-OPER
               IF PRM-OVERRIDE NOT = 'OVERRIDE'
                       OR PRM-SUPV-ID = SPACES
                   DISPLAY 'FACTDSET: SUPPLY OVERRIDE AND A '
                       'SUPERVISOR ID TO BOOK TO A CLOSED MONTH'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'O' TO PCK-FUNC
               MOVE PRM-SUPV-ID TO PCK-OPER-ID
               MOVE 'FACTDSET' TO PCK-PROGRAM
               CALL 'FACTPERC' USING PCK-PARMS
               IF PCK-STATUS NOT = '0'
                   DISPLAY 'FACTDSET: ' PRM-SUPV-ID
                       ' IS NOT AN ACTIVE SUPERVISOR - '
                       'CLOSED-MONTH OVERRIDE REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'FACTDSET: CLOSED-MONTH OVERRIDE BY '
                   PRM-SUPV-ID ' RECORDED'
           END-IF.

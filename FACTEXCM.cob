       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTEXCM IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(60).
       WORKING-STORAGE SECTION.
       COPY FACTEXC.
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-BROWSE-SW        PIC X(1) VALUE 'Y'.
       01  WS-CHOICE           PIC X(1).
       01  WS-TODAY            PIC 9(6).
       01  WS-SHOWN-CNT        PIC 9(5) VALUE 0.
       01  WS-ACK-CNT          PIC 9(5) VALUE 0.
       01  WS-CLOSE-CNT        PIC 9(5) VALUE 0.
       01  WS-SEV-TEXT         PIC X(8).
       01  WS-STATE-TEXT       PIC X(24).
       01  WS-JRN-DATE         PIC 9(6).
       01  WS-JRN-TIME-RAW     PIC 9(8).
       01  JRN-LINE.
           05  JRN-DATE        PIC 9(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-TIME        PIC 9(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-OPER-ID     PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-EVENT       PIC X(10).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  JRN-DETAIL      PIC X(20).
       LINKAGE SECTION.
       COPY FACTOPR.
       PROCEDURE DIVISION USING OPR-PARMS.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE
           MOVE 'I' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTEXCM: EXCEPTION LOG UNAVAILABLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO EXC-BUS-DATE
           MOVE 0 TO EXC-POST-TIME
           MOVE SPACES TO EXC-PROGRAM
           MOVE 'S' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
           IF EXC-STATUS NOT = '0'
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y' OR WS-BROWSE-SW = 'N'
               MOVE 'N' TO EXC-FUNC
               CALL 'FACTEXCR' USING EXC-PARMS
               IF EXC-STATUS NOT = '0'
                   MOVE 'Y' TO WS-EOF-SW
               ELSE
                   IF EXC-STATE NOT = 'C'
                       PERFORM REVIEW-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'C' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
           IF WS-SHOWN-CNT = 0
               DISPLAY 'FACTEXCM: NO OPEN EXCEPTIONS'
           ELSE
               DISPLAY 'FACTEXCM: REVIEWED ' WS-SHOWN-CNT
                   ' ACKNOWLEDGED ' WS-ACK-CNT
                   ' CLOSED ' WS-CLOSE-CNT
           END-IF
           GOBACK.

       REVIEW-EXCEPTION.
           ADD 1 TO WS-SHOWN-CNT
           EVALUATE EXC-SEVERITY
               WHEN '1'
                   MOVE 'CRITICAL' TO WS-SEV-TEXT
               WHEN '2'
                   MOVE 'WARNING' TO WS-SEV-TEXT
               WHEN OTHER
                   MOVE 'NOTICE' TO WS-SEV-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-STATE-TEXT
           IF EXC-STATE = 'A'
               STRING 'ACKNOWLEDGED BY ' EXC-ACT-OPER
                   DELIMITED BY SIZE INTO WS-STATE-TEXT
           ELSE
               MOVE 'OPEN' TO WS-STATE-TEXT
           END-IF
           DISPLAY ' '
           DISPLAY 'EXCEPTION ' WS-SHOWN-CNT ' - ' WS-SEV-TEXT
               ' - BUSINESS DATE ' EXC-BUS-DATE
               ' AT ' EXC-POST-TIME(1:6)
           DISPLAY '  PROGRAM: ' EXC-PROGRAM
               ' CATEGORY: ' EXC-CATEGORY
               ' REF: ' EXC-REF-ID
           DISPLAY '  ' EXC-MESSAGE
           DISPLAY '  STATUS: ' WS-STATE-TEXT
           DISPLAY 'A=ACKNOWLEDGE C=CLOSE S=SKIP Q=QUIT: '
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'A'
               WHEN 'a'
                   IF EXC-STATE = 'A'
                       DISPLAY 'ALREADY ACKNOWLEDGED'
                   ELSE
                       MOVE 'A' TO EXC-STATE
                       PERFORM UPDATE-EXCEPTION
                       IF EXC-STATUS = '0'
                           ADD 1 TO WS-ACK-CNT
                           MOVE 'EXC-ACK' TO JRN-EVENT
                           PERFORM WRITE-EXC-JOURNAL
                       END-IF
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   IF EXC-SEVERITY = '1'
                           AND OPR-AUTHORITY NOT = 'M'
                           AND OPR-AUTHORITY NOT = 'S'
                       DISPLAY 'CRITICAL EXCEPTIONS ARE CLOSED BY A '
                           'SUPERVISOR - ACKNOWLEDGE ONLY'
                   ELSE
                       MOVE 'C' TO EXC-STATE
                       PERFORM UPDATE-EXCEPTION
                       IF EXC-STATUS = '0'
                           ADD 1 TO WS-CLOSE-CNT
                           MOVE 'EXC-CLOSE' TO JRN-EVENT
                           PERFORM WRITE-EXC-JOURNAL
                       END-IF
                   END-IF
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'N' TO WS-BROWSE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       UPDATE-EXCEPTION.
           MOVE OPR-OPER-ID TO EXC-ACT-OPER
           MOVE WS-TODAY TO EXC-ACT-DATE
           MOVE 'U' TO EXC-FUNC
           CALL 'FACTEXCR' USING EXC-PARMS
           IF EXC-STATUS NOT = '0'
               DISPLAY 'EXCEPTION NOT UPDATED - LOG UNAVAILABLE'
           END-IF.

       WRITE-EXC-JOURNAL.
           MOVE SPACES TO JRN-DETAIL
           STRING EXC-PROGRAM ' ' EXC-BUS-DATE
               DELIMITED BY SIZE INTO JRN-DETAIL
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS NOT = '00'
               OPEN OUTPUT JRN-FILE
           END-IF
           IF WS-JRN-STATUS = '00'
               ACCEPT WS-JRN-DATE FROM DATE
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-JRN-DATE TO JRN-DATE
               MOVE WS-JRN-TIME-RAW(1:6) TO JRN-TIME
               MOVE OPR-OPER-ID TO JRN-OPER-ID
               WRITE JRN-RECORD FROM JRN-LINE
               CLOSE JRN-FILE
           END-IF.

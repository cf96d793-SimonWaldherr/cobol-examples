           SELECT REL-FILE ASSIGN TO "TRANSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT APR-FILE ASSIGN TO "FACTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT JRN-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-FILE.
       COPY FACTSUS.
       FD  REL-FILE.
       01  REL-RECORD          PIC X(21).
       FD  APR-FILE.
       COPY FACTAPR.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(60).
       WORKING-STORAGE SECTION.
       COPY FACTLIM.
       COPY FACTTRAN.
       COPY FACTLCK.
       COPY FACTREG.
       COPY FACTPCK.
       01  WS-SUSP-STATUS      PIC X(2).
       01  WS-REL-STATUS       PIC X(2).
       01  WS-APR-STATUS       PIC X(2).
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-PERIOD-OK-SW     PIC X(1) VALUE 'Y'.
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-BROWSE-SW        PIC X(1) VALUE 'Y'.
       01  WS-OVERFLOW-SW      PIC X(1) VALUE 'N'.
       01  WS-REG-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-SUS-CNT          PIC 9(3) VALUE 0.
       01  WS-SUS-IX           PIC 9(3) VALUE 0.
       01  WS-REL-CNT          PIC 9(3) VALUE 0.
       01  WS-CAN-CNT          PIC 9(3) VALUE 0.
       01  WS-SUB-CNT          PIC 9(3) VALUE 0.
       01  WS-APR-TYPE         PIC X(1).
       01  WS-CHOICE           PIC X(1).
       01  WS-NEW-N            PIC X(2).
       01  WS-NEW-R            PIC X(2).
           05  WK-REASON       PIC X(2).
           05  WK-RUN-ID       PIC X(14).
           05  WK-TRAN         PIC X(21).
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
           PERFORM SET-RUN-LOCK
           OPEN INPUT SUSP-FILE
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY 'FACTCORR: SUSPENSE FILE EXCEEDS 200 OPEN '
                   'ITEMS - NOTIFY OPERATIONS'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SUS-CNT = 0
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF
           PERFORM CHECK-PERIOD-OPEN
           OPEN EXTEND REL-FILE
           IF WS-REL-STATUS NOT = '00'
               OPEN OUTPUT REL-FILE
           END-IF
           PERFORM OPEN-REGISTRY
           PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                   UNTIL WS-SUS-IX > WS-SUS-CNT
                      OR WS-BROWSE-SW = 'N'
               END-IF
           END-PERFORM
           CLOSE REL-FILE
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE 'C' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
           END-IF
           OPEN OUTPUT SUSP-FILE
           PERFORM VARYING WS-SUS-IX FROM 1 BY 1
                   UNTIL WS-SUS-IX > WS-SUS-CNT
           END-PERFORM
           CLOSE SUSP-FILE
           DISPLAY 'FACTCORR: RELEASED ' WS-REL-CNT
               ' SUBMITTED FOR APPROVAL ' WS-SUB-CNT
               ' CANCELLED ' WS-CAN-CNT
           PERFORM RELEASE-RUN-LOCK
           GOBACK.
                   CONTINUE
           END-CALL.

       OPEN-REGISTRY.
           MOVE 'I' TO REG-FUNC
           CALL 'FACTREGR' USING REG-PARMS
               ON EXCEPTION
                   MOVE '9' TO REG-STATUS
           END-CALL
           IF REG-STATUS = '0'
               MOVE 'Y' TO WS-REG-AVAIL-SW
           ELSE
               DISPLAY 'FACTCORR: REQUEST REGISTRY UNAVAILABLE - '
                   'RELEASES NOT REGISTERED'
           END-IF.

       CORRECT-ITEM.
           MOVE WK-TRAN TO TRN-RECORD
           DISPLAY ' '
           EVALUATE WS-CHOICE
               WHEN 'F'
               WHEN 'f'
                   IF WS-PERIOD-OK-SW = 'N'
                       DISPLAY 'BUSINESS MONTH IS CLOSED - ITEM LEFT '
                           'ON SUSPENSE'
                   ELSE
                       PERFORM FIX-ITEM
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF WS-PERIOD-OK-SW = 'N'
                       DISPLAY 'BUSINESS MONTH IS CLOSED - ITEM LEFT '
                           'ON SUSPENSE'
                   ELSE
                       IF TRN-PRIORITY = '1'
                           MOVE 'R' TO WS-APR-TYPE
                           PERFORM SUBMIT-FOR-APPROVAL
                       ELSE
                           PERFORM RELEASE-ITEM
                       END-IF
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   MOVE 'X' TO WK-STATUS
                   IF TRN-FUNC = 'P' OR TRN-FUNC = 'C'
                       PERFORM FIX-ITEM-R
                   ELSE
                       MOVE 'C' TO WS-APR-TYPE
                       PERFORM SUBMIT-FOR-APPROVAL
                   END-IF
               END-IF
           END-IF.
               IF TRN-R > TRN-N
                   DISPLAY 'R EXCEEDS N - ITEM LEFT ON SUSPENSE'
               ELSE
                   MOVE 'C' TO WS-APR-TYPE
                   PERFORM SUBMIT-FOR-APPROVAL
               END-IF
           END-IF.

           MOVE WK-TRAN TO REL-RECORD
           WRITE REL-RECORD
           MOVE 'R' TO WK-STATUS
           ADD 1 TO WS-REL-CNT
           PERFORM REGISTER-RELEASE.

       REGISTER-RELEASE.
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   MOVE 'L' TO REG-DISP
                   MOVE 'U' TO REG-FUNC
                   CALL 'FACTREGR' USING REG-PARMS
               END-IF
           END-IF.

       SUBMIT-FOR-APPROVAL.
           OPEN EXTEND APR-FILE
           IF WS-APR-STATUS NOT = '00'
               OPEN OUTPUT APR-FILE
           END-IF
           IF WS-APR-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE UNAVAILABLE - STATUS '
                   WS-APR-STATUS ' - ITEM LEFT ON SUSPENSE'
           ELSE
               MOVE 'P' TO APR-STATUS
               MOVE WS-APR-TYPE TO APR-TYPE
               MOVE OPR-OPER-ID TO APR-MAKER
               MOVE OPR-AUTHORITY TO APR-MAKER-AUTH
               ACCEPT APR-SUB-DATE FROM DATE
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-JRN-TIME-RAW(1:6) TO APR-SUB-TIME
               MOVE WK-REASON TO APR-REASON
               MOVE WK-RUN-ID TO APR-RUN-ID
               MOVE WK-TRAN TO APR-ORIG-TRAN
               MOVE TRN-RECORD TO APR-NEW-TRAN
               WRITE APR-RECORD
               CLOSE APR-FILE
               MOVE 'P' TO WK-STATUS
               ADD 1 TO WS-SUB-CNT
               DISPLAY 'REQUEST ' TRN-REQUEST-ID
                   ' SUBMITTED - A SECOND OPERATOR MUST APPROVE'
               MOVE 'APR-SUBMIT' TO JRN-EVENT
               MOVE SPACES TO JRN-DETAIL
               STRING TRN-REQUEST-ID ' T=' WS-APR-TYPE
                   ' RS=' WK-REASON
                   DELIMITED BY SIZE INTO JRN-DETAIL
               PERFORM WRITE-CORR-JOURNAL
           END-IF.

       WRITE-CORR-JOURNAL.
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

       CHECK-PERIOD-OPEN.
           MOVE 'Y' TO WS-PERIOD-OK-SW
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE SPACES TO DTE-RECORD
               END-READ
               CLOSE DATE-FILE
           ELSE
               MOVE SPACES TO DTE-RECORD
           END-IF
           IF DTE-BUS-DATE IS NOT NUMERIC
               MOVE '9' TO PCK-STATUS
           ELSE
               MOVE 'T' TO PCK-FUNC
               COMPUTE PCK-MONTH = DTE-BUS-DATE / 100
               CALL 'FACTPERC' USING PCK-PARMS
                   ON EXCEPTION
                       MOVE '9' TO PCK-STATUS
               END-CALL
           END-IF
           EVALUATE PCK-STATUS
               WHEN '1'
                   PERFORM OFFER-PERIOD-OVERRIDE
               WHEN '9'
                   DISPLAY 'FACTCORR: BUSINESS DATE OR PERIOD CONTROL '
                       'UNAVAILABLE'
                   MOVE 'N' TO WS-PERIOD-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PERIOD-OK-SW = 'N'
               DISPLAY 'FACTCORR: FIXES AND RELEASES REFUSED - '
                   'CANCEL AND SKIP ONLY'
           END-IF.

       OFFER-PERIOD-OVERRIDE.
           MOVE 'N' TO WS-PERIOD-OK-SW
           DISPLAY 'FACTCORR: BUSINESS MONTH ' PCK-MONTH
               ' WAS CLOSED ON ' PCK-CLOSE-DATE ' BY ' PCK-CLOSE-OPER
           IF OPR-AUTHORITY = 'M' OR OPR-AUTHORITY = 'S'
               DISPLAY 'OVERRIDE AND BOOK INTO THE CLOSED MONTH '
                   '(Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                   MOVE 'O' TO PCK-FUNC
                   MOVE OPR-OPER-ID TO PCK-OPER-ID
                   MOVE 'FACTCORR' TO PCK-PROGRAM
                   CALL 'FACTPERC' USING PCK-PARMS
                   IF PCK-STATUS = '0'
                       MOVE 'Y' TO WS-PERIOD-OK-SW
                       DISPLAY 'FACTCORR: CLOSED-MONTH OVERRIDE BY '
                           OPR-OPER-ID ' RECORDED'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'FACTCORR: A SUPERVISOR MUST OVERRIDE A CLOSED '
                   'MONTH'
           END-IF.

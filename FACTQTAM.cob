       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTQTAM IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTA-FILE ASSIGN TO "FACTQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTA-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REL-FILE ASSIGN TO "TRANSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT APR-FILE ASSIGN TO "FACTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT JRN-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QTA-FILE.
       COPY FACTQTA.
       FD  HOLD-FILE.
       COPY FACTHLD.
       FD  REL-FILE.
       01  REL-RECORD          PIC X(21).
       FD  APR-FILE.
       COPY FACTAPR.
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(60).
       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       COPY FACTLCK.
       COPY FACTREG.
       01  WS-QTA-STATUS       PIC X(2).
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-REL-STATUS       PIC X(2).
       01  WS-APR-STATUS       PIC X(2).
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-CONTINUE         PIC X(1) VALUE 'Y'.
       01  WS-QTA-CHANGED-SW   PIC X(1) VALUE 'N'.
       01  WS-HLD-CHANGED-SW   PIC X(1) VALUE 'N'.
       01  WS-QTA-OVER-SW      PIC X(1) VALUE 'N'.
       01  WS-HLD-OVER-SW      PIC X(1) VALUE 'N'.
       01  WS-REG-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-CHOICE           PIC X(1).
       01  WS-REG-NEW-DISP     PIC X(1).
       01  WS-TODAY            PIC 9(6).
       01  WS-QTA-CNT          PIC 9(3) VALUE 0.
       01  WS-QTA-IX           PIC 9(3).
       01  WS-QTA-HIT-IX       PIC 9(3).
       01  WS-HLD-CNT          PIC 9(3) VALUE 0.
       01  WS-HLD-IX           PIC 9(3).
       01  WS-HLD-HIT-IX       PIC 9(3).
       01  WS-OPEN-CNT         PIC 9(3).
       01  WS-REL-CNT          PIC 9(3) VALUE 0.
       01  WS-CAN-CNT          PIC 9(3) VALUE 0.
       01  WS-SUB-CNT          PIC 9(3) VALUE 0.
       01  WS-RAISE-CNT        PIC 9(3) VALUE 0.
       01  WS-QTA-TABLE.
           05  WS-QTA-ENTRY    OCCURS 100 TIMES PIC X(42).
       01  WS-QTA-WORK.
           05  QW-DEPT         PIC X(4).
           05  QW-LIMIT-F      PIC 9(6).
           05  QW-LIMIT-P      PIC 9(6).
           05  QW-LIMIT-C      PIC 9(6).
           05  QW-LIMIT-PRI1   PIC 9(6).
           05  QW-CHG-DATE     PIC 9(6).
           05  QW-CHG-OPER     PIC X(8).
       01  WS-HLD-TABLE.
           05  WS-HLD-ENTRY    OCCURS 500 TIMES PIC X(38).
       01  WS-HLD-WORK.
           05  HW-STATUS       PIC X(1).
           05  HW-REASON       PIC X(2).
           05  HW-RUN-ID       PIC X(14).
           05  HW-TRAN         PIC X(21).
       01  WS-IN-REQ-ID        PIC X(8).
       01  WS-IN-DEPT          PIC X(4).
       01  WS-IN-TYPE          PIC X(1).
       01  WS-IN-LIMIT         PIC X(6).
       01  WS-OLD-LIMIT        PIC 9(6).
       01  WS-NEW-LIMIT        PIC 9(6).
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
           PERFORM LOAD-QUOTAS
           PERFORM LOAD-HOLDS
           IF WS-QTA-OVER-SW = 'Y' OR WS-HLD-OVER-SW = 'Y'
               DISPLAY 'FACTQTAM: QUOTA FILE EXCEEDS 100 ENTRIES OR '
                   'HOLD QUEUE EXCEEDS 500 ITEMS - NOTIFY OPERATIONS'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE
           OPEN EXTEND REL-FILE
           IF WS-REL-STATUS NOT = '00'
               OPEN OUTPUT REL-FILE
           END-IF
           PERFORM OPEN-REGISTRY
           PERFORM UNTIL WS-CONTINUE = 'N'
               DISPLAY ' '
               DISPLAY 'H=HELD ITEMS  R=RELEASE  X=CANCEL  '
                   'L=LIST QUOTAS  U=SET QUOTA  Q=QUIT'
               DISPLAY 'SELECT: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM LIST-HELD-ITEMS
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM RELEASE-HELD-ITEM
                   WHEN 'X'
                   WHEN 'x'
                       PERFORM CANCEL-HELD-ITEM
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-QUOTAS
                   WHEN 'U'
                   WHEN 'u'
                       PERFORM SET-QUOTA
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           CLOSE REL-FILE
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE 'C' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
           END-IF
           IF WS-HLD-CHANGED-SW = 'Y'
               PERFORM SAVE-HOLDS
           END-IF
           IF WS-QTA-CHANGED-SW = 'Y'
               PERFORM SAVE-QUOTAS
           END-IF
           DISPLAY 'FACTQTAM: RELEASED ' WS-REL-CNT
               ' SUBMITTED FOR APPROVAL ' WS-SUB-CNT
               ' CANCELLED ' WS-CAN-CNT
               ' QUOTA CHANGES ' WS-RAISE-CNT
           PERFORM RELEASE-RUN-LOCK
           GOBACK.

       SET-RUN-LOCK.
           MOVE 'S' TO LCK-FUNC
           MOVE 'FACTQTAM' TO LCK-REQUESTOR
           CALL 'FACTLOCK' USING LCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO LCK-STATUS
           END-CALL
           IF LCK-STATUS = '1'
               DISPLAY 'FACTQTAM: SYSTEM BUSY - NIGHTLY IN '
                   'PROGRESS - LOCK HELD BY ' LCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LCK-STATUS = '9'
               DISPLAY 'FACTQTAM: LOCK SERVICE UNAVAILABLE - '
                   'QUOTA MAINTENANCE NOT RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO LCK-FUNC
           MOVE 'FACTQTAM' TO LCK-REQUESTOR
           CALL 'FACTLOCK' USING LCK-PARMS
               ON EXCEPTION
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
               DISPLAY 'FACTQTAM: REQUEST REGISTRY UNAVAILABLE - '
                   'HELD ITEMS CANNOT BE RELEASED'
           END-IF.

       LOAD-QUOTAS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT QTA-FILE
           IF WS-QTA-STATUS NOT = '00'
               DISPLAY 'FACTQTAM: QUOTA FILE NOT FOUND - '
                   'A NEW FILE WILL BE CREATED ON SAVE'
           ELSE
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ QTA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WS-QTA-CNT < 100
                               ADD 1 TO WS-QTA-CNT
                               MOVE QTA-RECORD TO
                                   WS-QTA-ENTRY(WS-QTA-CNT)
                           ELSE
                               MOVE 'Y' TO WS-QTA-OVER-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QTA-FILE
           END-IF.

       SAVE-QUOTAS.
           OPEN OUTPUT QTA-FILE
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
               MOVE WS-QTA-ENTRY(WS-QTA-IX) TO QTA-RECORD
               WRITE QTA-RECORD
           END-PERFORM
           CLOSE QTA-FILE.

       LOAD-HOLDS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HLD-STATUS = 'H'
                               IF WS-HLD-CNT < 500
                                   ADD 1 TO WS-HLD-CNT
                                   MOVE HLD-RECORD TO
                                       WS-HLD-ENTRY(WS-HLD-CNT)
                               ELSE
                                   MOVE 'Y' TO WS-HLD-OVER-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-CNT
               MOVE WS-HLD-ENTRY(WS-HLD-IX) TO WS-HLD-WORK
               IF HW-STATUS = 'H'
                   MOVE WS-HLD-WORK TO HLD-RECORD
                   WRITE HLD-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE.

       LIST-HELD-ITEMS.
           MOVE 0 TO WS-OPEN-CNT
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-CNT
               MOVE WS-HLD-ENTRY(WS-HLD-IX) TO WS-HLD-WORK
               IF HW-STATUS = 'H'
                   ADD 1 TO WS-OPEN-CNT
                   MOVE HW-TRAN TO TRN-RECORD
                   DISPLAY TRN-REQUEST-ID
                       ' DEPT: ' TRN-DEPT
                       ' PRI: ' TRN-PRIORITY
                       ' FUNC: ' TRN-FUNC
                       ' N: ' TRN-N
                       ' R: ' TRN-R
                       ' REASON: ' HW-REASON
                       ' RUN: ' HW-RUN-ID
               END-IF
           END-PERFORM
           IF WS-OPEN-CNT = 0
               DISPLAY 'NO ITEMS HELD OVER QUOTA'
           END-IF.

       FIND-HELD-ITEM.
           DISPLAY 'REQUEST ID: ' WITH NO ADVANCING
           ACCEPT WS-IN-REQ-ID
           MOVE 0 TO WS-HLD-HIT-IX
           PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                   UNTIL WS-HLD-IX > WS-HLD-CNT
               MOVE WS-HLD-ENTRY(WS-HLD-IX) TO WS-HLD-WORK
               MOVE HW-TRAN TO TRN-RECORD
               IF HW-STATUS = 'H' AND TRN-REQUEST-ID = WS-IN-REQ-ID
                   MOVE WS-HLD-IX TO WS-HLD-HIT-IX
               END-IF
           END-PERFORM
           IF WS-HLD-HIT-IX = 0
               DISPLAY 'NO HELD ITEM FOR REQUEST ' WS-IN-REQ-ID
           ELSE
               MOVE WS-HLD-ENTRY(WS-HLD-HIT-IX) TO WS-HLD-WORK
               MOVE HW-TRAN TO TRN-RECORD
           END-IF.

       RELEASE-HELD-ITEM.
           IF WS-REG-AVAIL-SW = 'N'
               DISPLAY 'REQUEST REGISTRY UNAVAILABLE - '
                   'RELEASE NOT POSSIBLE'
               MOVE 0 TO WS-HLD-HIT-IX
           ELSE
               PERFORM FIND-HELD-ITEM
           END-IF
           IF WS-HLD-HIT-IX > 0
               DISPLAY 'RELEASE ' TRN-REQUEST-ID ' DEPT ' TRN-DEPT
                   ' OVER QUOTA ' HW-REASON ' (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                   IF TRN-PRIORITY = '1'
                       PERFORM SUBMIT-FOR-APPROVAL
                   ELSE
                       PERFORM RELEASE-TO-NEXT-CYCLE
                   END-IF
               END-IF
           END-IF.

       RELEASE-TO-NEXT-CYCLE.
           MOVE HW-TRAN TO REL-RECORD
           WRITE REL-RECORD
           MOVE 'R' TO HW-STATUS
           MOVE WS-HLD-WORK TO WS-HLD-ENTRY(WS-HLD-HIT-IX)
           MOVE 'Y' TO WS-HLD-CHANGED-SW
           ADD 1 TO WS-REL-CNT
           MOVE 'Q' TO WS-REG-NEW-DISP
           PERFORM UPDATE-REGISTRY
           DISPLAY 'REQUEST ' TRN-REQUEST-ID
               ' RELEASED FOR THE NEXT CYCLE'
           MOVE 'QTA-REL' TO JRN-EVENT
           MOVE SPACES TO JRN-DETAIL
           STRING TRN-REQUEST-ID ' ' HW-REASON
               DELIMITED BY SIZE INTO JRN-DETAIL
           PERFORM WRITE-QTA-JOURNAL.

       CANCEL-HELD-ITEM.
           PERFORM FIND-HELD-ITEM
           IF WS-HLD-HIT-IX > 0
               DISPLAY 'CANCEL ' TRN-REQUEST-ID ' DEPT ' TRN-DEPT
                   ' (Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                   MOVE 'X' TO HW-STATUS
                   MOVE WS-HLD-WORK TO WS-HLD-ENTRY(WS-HLD-HIT-IX)
                   MOVE 'Y' TO WS-HLD-CHANGED-SW
                   ADD 1 TO WS-CAN-CNT
                   MOVE 'X' TO WS-REG-NEW-DISP
                   PERFORM UPDATE-REGISTRY
                   DISPLAY 'REQUEST ' TRN-REQUEST-ID ' CANCELLED'
                   MOVE 'QTA-CAN' TO JRN-EVENT
                   MOVE SPACES TO JRN-DETAIL
                   STRING TRN-REQUEST-ID ' ' HW-REASON
                       DELIMITED BY SIZE INTO JRN-DETAIL
                   PERFORM WRITE-QTA-JOURNAL
               END-IF
           END-IF.

       SUBMIT-FOR-APPROVAL.
           OPEN EXTEND APR-FILE
           IF WS-APR-STATUS NOT = '00'
               OPEN OUTPUT APR-FILE
           END-IF
           IF WS-APR-STATUS NOT = '00'
               DISPLAY 'APPROVAL QUEUE UNAVAILABLE - STATUS '
                   WS-APR-STATUS ' - ITEM LEFT ON HOLD'
           ELSE
               MOVE 'P' TO APR-STATUS
               MOVE 'Q' TO APR-TYPE
               MOVE OPR-OPER-ID TO APR-MAKER
               MOVE OPR-AUTHORITY TO APR-MAKER-AUTH
               ACCEPT APR-SUB-DATE FROM DATE
               ACCEPT WS-JRN-TIME-RAW FROM TIME
               MOVE WS-JRN-TIME-RAW(1:6) TO APR-SUB-TIME
               MOVE HW-REASON TO APR-REASON
               MOVE HW-RUN-ID TO APR-RUN-ID
               MOVE HW-TRAN TO APR-ORIG-TRAN
               MOVE HW-TRAN TO APR-NEW-TRAN
               WRITE APR-RECORD
               CLOSE APR-FILE
               MOVE 'P' TO HW-STATUS
               MOVE WS-HLD-WORK TO WS-HLD-ENTRY(WS-HLD-HIT-IX)
               MOVE 'Y' TO WS-HLD-CHANGED-SW
               ADD 1 TO WS-SUB-CNT
               DISPLAY 'REQUEST ' TRN-REQUEST-ID
                   ' IS PRIORITY-1 - SUBMITTED FOR APPROVAL BY A '
                   'SECOND OPERATOR'
               MOVE 'APR-SUBMIT' TO JRN-EVENT
               MOVE SPACES TO JRN-DETAIL
               STRING TRN-REQUEST-ID ' T=Q RS=' HW-REASON
                   DELIMITED BY SIZE INTO JRN-DETAIL
               PERFORM WRITE-QTA-JOURNAL
           END-IF.

       UPDATE-REGISTRY.
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   MOVE WS-REG-NEW-DISP TO REG-DISP
                   MOVE 'U' TO REG-FUNC
                   CALL 'FACTREGR' USING REG-PARMS
               END-IF
           END-IF.

       LIST-QUOTAS.
           IF WS-QTA-CNT = 0
               DISPLAY 'NO QUOTAS ON FILE - ALL DEPARTMENTS UNLIMITED'
           END-IF
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
               MOVE WS-QTA-ENTRY(WS-QTA-IX) TO WS-QTA-WORK
               DISPLAY QW-DEPT
                   ' F: ' QW-LIMIT-F
                   ' P: ' QW-LIMIT-P
                   ' C: ' QW-LIMIT-C
                   ' PRI-1: ' QW-LIMIT-PRI1
                   ' CHANGED: ' QW-CHG-DATE ' ' QW-CHG-OPER
           END-PERFORM
           DISPLAY '(999999 = UNLIMITED)'.

       SET-QUOTA.
           DISPLAY 'DEPARTMENT (4 CHARS): ' WITH NO ADVANCING
           ACCEPT WS-IN-DEPT
           MOVE 0 TO WS-QTA-HIT-IX
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
               MOVE WS-QTA-ENTRY(WS-QTA-IX) TO WS-QTA-WORK
               IF QW-DEPT = WS-IN-DEPT
                   MOVE WS-QTA-IX TO WS-QTA-HIT-IX
               END-IF
           END-PERFORM
           IF WS-IN-DEPT = SPACES
               DISPLAY 'DEPARTMENT REQUIRED'
           ELSE
               IF WS-QTA-HIT-IX = 0 AND WS-QTA-CNT >= 100
                   DISPLAY 'QUOTA FILE FULL - NOTIFY OPERATIONS'
               ELSE
                   PERFORM CHANGE-QUOTA-LIMIT
               END-IF
           END-IF.

       CHANGE-QUOTA-LIMIT.
           IF WS-QTA-HIT-IX = 0
               MOVE WS-IN-DEPT TO QW-DEPT
               MOVE 999999 TO QW-LIMIT-F
               MOVE 999999 TO QW-LIMIT-P
               MOVE 999999 TO QW-LIMIT-C
               MOVE 999999 TO QW-LIMIT-PRI1
               DISPLAY 'NO QUOTA ON FILE FOR ' WS-IN-DEPT
                   ' - NEW ENTRY, ALL LIMITS UNLIMITED'
           ELSE
               MOVE WS-QTA-ENTRY(WS-QTA-HIT-IX) TO WS-QTA-WORK
           END-IF
           DISPLAY 'LIMIT TO CHANGE (F/P/C, 1=PRIORITY-1): '
               WITH NO ADVANCING
           ACCEPT WS-IN-TYPE
           EVALUATE WS-IN-TYPE
               WHEN 'F'
                   MOVE QW-LIMIT-F TO WS-OLD-LIMIT
               WHEN 'P'
                   MOVE QW-LIMIT-P TO WS-OLD-LIMIT
               WHEN 'C'
                   MOVE QW-LIMIT-C TO WS-OLD-LIMIT
               WHEN '1'
                   MOVE QW-LIMIT-PRI1 TO WS-OLD-LIMIT
               WHEN OTHER
                   MOVE SPACE TO WS-IN-TYPE
           END-EVALUATE
           IF WS-IN-TYPE = SPACE
               DISPLAY 'INVALID LIMIT TYPE - QUOTA NOT CHANGED'
           ELSE
               DISPLAY 'NEW MONTHLY LIMIT (6 DIGITS, 999999='
                   'UNLIMITED) [' WS-OLD-LIMIT ']: '
                   WITH NO ADVANCING
               ACCEPT WS-IN-LIMIT
               IF WS-IN-LIMIT IS NOT NUMERIC
                   DISPLAY 'LIMIT MUST BE 6 DIGITS - QUOTA NOT CHANGED'
               ELSE
                   MOVE WS-IN-LIMIT TO WS-NEW-LIMIT
                   PERFORM APPLY-QUOTA-LIMIT
               END-IF
           END-IF.

       APPLY-QUOTA-LIMIT.
           EVALUATE WS-IN-TYPE
               WHEN 'F'
                   MOVE WS-NEW-LIMIT TO QW-LIMIT-F
               WHEN 'P'
                   MOVE WS-NEW-LIMIT TO QW-LIMIT-P
               WHEN 'C'
                   MOVE WS-NEW-LIMIT TO QW-LIMIT-C
               WHEN '1'
                   MOVE WS-NEW-LIMIT TO QW-LIMIT-PRI1
           END-EVALUATE
           MOVE WS-TODAY TO QW-CHG-DATE
           MOVE OPR-OPER-ID TO QW-CHG-OPER
           IF WS-QTA-HIT-IX = 0
               ADD 1 TO WS-QTA-CNT
               MOVE WS-QTA-CNT TO WS-QTA-HIT-IX
           END-IF
           MOVE WS-QTA-WORK TO WS-QTA-ENTRY(WS-QTA-HIT-IX)
           MOVE 'Y' TO WS-QTA-CHANGED-SW
           ADD 1 TO WS-RAISE-CNT
           DISPLAY 'QUOTA ' WS-IN-TYPE ' FOR ' QW-DEPT ' CHANGED FROM '
               WS-OLD-LIMIT ' TO ' WS-NEW-LIMIT
           IF WS-NEW-LIMIT > WS-OLD-LIMIT
               MOVE 'QTA-RAISE' TO JRN-EVENT
           ELSE
               MOVE 'QTA-SET' TO JRN-EVENT
           END-IF
           MOVE SPACES TO JRN-DETAIL
           STRING QW-DEPT ' ' WS-IN-TYPE ' ' WS-OLD-LIMIT '>'
               WS-NEW-LIMIT DELIMITED BY SIZE INTO JRN-DETAIL
           PERFORM WRITE-QTA-JOURNAL.

       WRITE-QTA-JOURNAL.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTAPRV IS INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APR-FILE ASSIGN TO "FACTAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT REL-FILE ASSIGN TO "TRANSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT SUSP-FILE ASSIGN TO "FACTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT JRN-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APR-FILE.
       COPY FACTAPR.
       FD  REL-FILE.
       01  REL-RECORD          PIC X(21).
       FD  SUSP-FILE.
       COPY FACTSUS.
       FD  HOLD-FILE.
       COPY FACTHLD.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  JRN-FILE.
       01  JRN-RECORD          PIC X(60).
       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       COPY FACTLCK.
       COPY FACTREG.
       COPY FACTPCK.
       01  WS-APR-STATUS       PIC X(2).
       01  WS-REL-STATUS       PIC X(2).
       01  WS-SUSP-STATUS      PIC X(2).
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-PERIOD-OK-SW     PIC X(1) VALUE 'Y'.
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-BROWSE-SW        PIC X(1) VALUE 'Y'.
       01  WS-OVERFLOW-SW      PIC X(1) VALUE 'N'.
       01  WS-REG-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-CHANGED-SW       PIC X(1) VALUE 'N'.
       01  WS-RETURNED-SW      PIC X(1).
       01  WS-CHOICE           PIC X(1).
       01  WS-REG-NEW-DISP     PIC X(1).
       01  WS-MAKER-RANK       PIC 9(1).
       01  WS-CHECKER-RANK     PIC 9(1).
       01  WS-RANK-AUTH        PIC X(1).
       01  WS-RANK             PIC 9(1).
       01  WS-APR-CNT          PIC 9(3) VALUE 0.
       01  WS-APR-IX           PIC 9(3) VALUE 0.
       01  WS-PEND-CNT         PIC 9(3) VALUE 0.
       01  WS-OK-CNT           PIC 9(3) VALUE 0.
       01  WS-DECL-CNT         PIC 9(3) VALUE 0.
       01  WS-INELIG-CNT       PIC 9(3) VALUE 0.
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY    OCCURS 200 TIMES PIC X(81).
       01  WS-APR-WORK.
           05  AW-STATUS       PIC X(1).
           05  AW-TYPE         PIC X(1).
           05  AW-MAKER        PIC X(8).
           05  AW-MAKER-AUTH   PIC X(1).
           05  AW-SUB-DATE     PIC 9(6).
           05  AW-SUB-TIME     PIC 9(6).
           05  AW-REASON       PIC X(2).
           05  AW-RUN-ID       PIC X(14).
           05  AW-ORIG-TRAN    PIC X(21).
           05  AW-NEW-TRAN     PIC X(21).
       01  WS-ORIG-TRAN.
           05  OT-REQUEST-ID   PIC X(8).
           05  OT-DEPT         PIC X(4).
           05  OT-INIT         PIC X(3).
           05  OT-PRIORITY     PIC X(1).
           05  OT-FUNC         PIC X(1).
           05  OT-N            PIC X(2).
           05  OT-R            PIC X(2).
       01  WS-TYPE-TEXT        PIC X(24).
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
           OPEN INPUT APR-FILE
           IF WS-APR-STATUS NOT = '00'
               DISPLAY 'FACTAPRV: NO ITEMS AWAITING APPROVAL'
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ APR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF APR-STATUS = 'P'
                           IF WS-APR-CNT < 200
                               ADD 1 TO WS-APR-CNT
                               MOVE APR-RECORD TO
                                   WS-APR-ENTRY(WS-APR-CNT)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APR-FILE
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY 'FACTAPRV: APPROVAL QUEUE EXCEEDS 200 PENDING '
                   'ITEMS - NOTIFY OPERATIONS'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-APR-CNT = 0
               DISPLAY 'FACTAPRV: NO ITEMS AWAITING APPROVAL'
               PERFORM RELEASE-RUN-LOCK
               GOBACK
           END-IF
           MOVE OPR-AUTHORITY TO WS-RANK-AUTH
           PERFORM RANK-AUTHORITY
           MOVE WS-RANK TO WS-CHECKER-RANK
           PERFORM CHECK-PERIOD-OPEN
           OPEN EXTEND REL-FILE
           IF WS-REL-STATUS NOT = '00'
               OPEN OUTPUT REL-FILE
           END-IF
           PERFORM OPEN-REGISTRY
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
                   UNTIL WS-APR-IX > WS-APR-CNT
                      OR WS-BROWSE-SW = 'N'
               MOVE WS-APR-ENTRY(WS-APR-IX) TO WS-APR-WORK
               PERFORM REVIEW-ITEM
               MOVE WS-APR-WORK TO WS-APR-ENTRY(WS-APR-IX)
           END-PERFORM
           CLOSE REL-FILE
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE 'C' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
           END-IF
           IF WS-CHANGED-SW = 'Y'
               PERFORM SAVE-APPROVALS
           END-IF
           COMPUTE WS-PEND-CNT = WS-APR-CNT - WS-OK-CNT - WS-DECL-CNT
           DISPLAY 'FACTAPRV: APPROVED ' WS-OK-CNT
               ' DECLINED ' WS-DECL-CNT
               ' NOT ELIGIBLE ' WS-INELIG-CNT
               ' STILL PENDING ' WS-PEND-CNT
           PERFORM RELEASE-RUN-LOCK
           GOBACK.

       SET-RUN-LOCK.
           MOVE 'S' TO LCK-FUNC
           MOVE 'FACTAPRV' TO LCK-REQUESTOR
           CALL 'FACTLOCK' USING LCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO LCK-STATUS
           END-CALL
           IF LCK-STATUS = '1'
               DISPLAY 'FACTAPRV: SYSTEM BUSY - NIGHTLY IN '
                   'PROGRESS - LOCK HELD BY ' LCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF LCK-STATUS = '9'
               DISPLAY 'FACTAPRV: LOCK SERVICE UNAVAILABLE - '
                   'APPROVALS NOT RUN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO LCK-FUNC
           MOVE 'FACTAPRV' TO LCK-REQUESTOR
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
               DISPLAY 'FACTAPRV: REQUEST REGISTRY UNAVAILABLE - '
                   'RELEASES NOT REGISTERED'
           END-IF.

       RANK-AUTHORITY.
           EVALUATE WS-RANK-AUTH
               WHEN 'O'
                   MOVE 1 TO WS-RANK
               WHEN 'M'
                   MOVE 2 TO WS-RANK
               WHEN 'S'
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

       REVIEW-ITEM.
           MOVE AW-MAKER-AUTH TO WS-RANK-AUTH
           PERFORM RANK-AUTHORITY
           MOVE WS-RANK TO WS-MAKER-RANK
           MOVE AW-NEW-TRAN TO TRN-RECORD
           EVALUATE TRUE
               WHEN AW-MAKER = OPR-OPER-ID
                   DISPLAY ' '
                   DISPLAY 'REQUEST ' TRN-REQUEST-ID
                       ' WAS SUBMITTED BY YOU - ANOTHER OPERATOR '
                       'MUST APPROVE IT'
                   ADD 1 TO WS-INELIG-CNT
               WHEN WS-CHECKER-RANK NOT > WS-MAKER-RANK
                   DISPLAY ' '
                   DISPLAY 'REQUEST ' TRN-REQUEST-ID
                       ' SUBMITTED BY ' AW-MAKER
                       ' - NEEDS AUTHORITY ABOVE ' AW-MAKER-AUTH
                   ADD 1 TO WS-INELIG-CNT
               WHEN OTHER
                   PERFORM SHOW-ITEM
                   PERFORM DECIDE-ITEM
           END-EVALUATE.

       SHOW-ITEM.
           MOVE AW-ORIG-TRAN TO WS-ORIG-TRAN
           EVALUATE AW-TYPE
               WHEN 'C'
                   MOVE 'CORRECTION FROM SUSPENSE' TO WS-TYPE-TEXT
               WHEN 'R'
                   MOVE 'PRI-1 SUSPENSE RELEASE' TO WS-TYPE-TEXT
               WHEN 'Q'
                   MOVE 'PRI-1 QUOTA HOLD RELEASE' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-TYPE-TEXT
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'APPROVAL ITEM ' WS-APR-IX ' OF ' WS-APR-CNT
               ' - ' WS-TYPE-TEXT
           DISPLAY '  SUBMITTED BY ' AW-MAKER
               ' ON ' AW-SUB-DATE ' AT ' AW-SUB-TIME
               ' REASON: ' AW-REASON ' RUN: ' AW-RUN-ID
           DISPLAY '  REQUEST: ' TRN-REQUEST-ID
               ' DEPT: ' TRN-DEPT
               ' INIT: ' TRN-INIT
               ' PRI: ' TRN-PRIORITY
           DISPLAY '  AS SUBMITTED  FUNC: ' TRN-FUNC
               ' N: ' TRN-N
               ' R: ' TRN-R
           IF AW-TYPE = 'C'
               DISPLAY '  ORIGINAL      FUNC: ' OT-FUNC
                   ' N: ' OT-N
                   ' R: ' OT-R
           END-IF.

       DECIDE-ITEM.
           DISPLAY 'A=APPROVE D=DECLINE S=SKIP Q=QUIT: '
               WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'A'
               WHEN 'a'
                   IF WS-PERIOD-OK-SW = 'N'
                       DISPLAY 'BUSINESS MONTH IS CLOSED - ITEM LEFT '
                           'AWAITING APPROVAL'
                   ELSE
                       PERFORM APPROVE-ITEM
                   END-IF
               WHEN 'D'
               WHEN 'd'
                   PERFORM DECLINE-ITEM
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'N' TO WS-BROWSE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPROVE-ITEM.
           MOVE AW-NEW-TRAN TO REL-RECORD
           WRITE REL-RECORD
           MOVE 'A' TO AW-STATUS
           MOVE 'Y' TO WS-CHANGED-SW
           ADD 1 TO WS-OK-CNT
           IF AW-TYPE = 'Q'
               MOVE 'Q' TO WS-REG-NEW-DISP
           ELSE
               MOVE 'L' TO WS-REG-NEW-DISP
           END-IF
           PERFORM UPDATE-REGISTRY
           DISPLAY 'REQUEST ' TRN-REQUEST-ID
               ' APPROVED - RELEASED FOR THE NEXT CYCLE'
           MOVE 'APR-OK' TO JRN-EVENT
           PERFORM WRITE-APR-JOURNAL.

       DECLINE-ITEM.
           IF AW-TYPE = 'Q'
               PERFORM RETURN-TO-HOLD
           ELSE
               PERFORM RETURN-TO-SUSPENSE
           END-IF
           IF WS-RETURNED-SW = 'Y'
               MOVE 'D' TO AW-STATUS
               MOVE 'Y' TO WS-CHANGED-SW
               ADD 1 TO WS-DECL-CNT
               DISPLAY 'REQUEST ' TRN-REQUEST-ID
                   ' DECLINED - RETURNED TO '
                   WITH NO ADVANCING
               IF AW-TYPE = 'Q'
                   DISPLAY 'THE HOLD QUEUE'
               ELSE
                   DISPLAY 'SUSPENSE'
               END-IF
               MOVE 'APR-DECL' TO JRN-EVENT
               PERFORM WRITE-APR-JOURNAL
           END-IF.

       RETURN-TO-SUSPENSE.
           OPEN EXTEND SUSP-FILE
           IF WS-SUSP-STATUS NOT = '00'
               OPEN OUTPUT SUSP-FILE
           END-IF
           IF WS-SUSP-STATUS = '00'
               MOVE 'S' TO SUS-STATUS
               MOVE AW-REASON TO SUS-REASON
               MOVE AW-RUN-ID TO SUS-RUN-ID
               MOVE AW-ORIG-TRAN TO SUS-TRAN
               WRITE SUS-RECORD
               CLOSE SUSP-FILE
               MOVE 'Y' TO WS-RETURNED-SW
           ELSE
               DISPLAY 'SUSPENSE FILE UNAVAILABLE - STATUS '
                   WS-SUSP-STATUS ' - ITEM LEFT PENDING'
               MOVE 'N' TO WS-RETURNED-SW
           END-IF.

       RETURN-TO-HOLD.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-STATUS = '00'
               MOVE 'H' TO HLD-STATUS
               MOVE AW-REASON TO HLD-REASON
               MOVE AW-RUN-ID TO HLD-RUN-ID
               MOVE AW-ORIG-TRAN TO HLD-TRAN
               WRITE HLD-RECORD
               CLOSE HOLD-FILE
               MOVE 'Y' TO WS-RETURNED-SW
           ELSE
               DISPLAY 'HOLD QUEUE UNAVAILABLE - STATUS '
                   WS-HOLD-STATUS ' - ITEM LEFT PENDING'
               MOVE 'N' TO WS-RETURNED-SW
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

       SAVE-APPROVALS.
           OPEN OUTPUT APR-FILE
           PERFORM VARYING WS-APR-IX FROM 1 BY 1
                   UNTIL WS-APR-IX > WS-APR-CNT
               MOVE WS-APR-ENTRY(WS-APR-IX) TO WS-APR-WORK
               IF AW-STATUS = 'P'
                   MOVE WS-APR-WORK TO APR-RECORD
                   WRITE APR-RECORD
               END-IF
           END-PERFORM
           CLOSE APR-FILE.

       WRITE-APR-JOURNAL.
           MOVE SPACES TO JRN-DETAIL
           STRING TRN-REQUEST-ID ' MK=' AW-MAKER
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
                   DISPLAY 'FACTAPRV: BUSINESS DATE OR PERIOD CONTROL '
                       'UNAVAILABLE'
                   MOVE 'N' TO WS-PERIOD-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PERIOD-OK-SW = 'N'
               DISPLAY 'FACTAPRV: APPROVALS REFUSED - '
                   'DECLINE AND SKIP ONLY'
           END-IF.

       OFFER-PERIOD-OVERRIDE.
           MOVE 'N' TO WS-PERIOD-OK-SW
           DISPLAY 'FACTAPRV: BUSINESS MONTH ' PCK-MONTH
               ' WAS CLOSED ON ' PCK-CLOSE-DATE ' BY ' PCK-CLOSE-OPER
           IF OPR-AUTHORITY = 'M' OR OPR-AUTHORITY = 'S'
               DISPLAY 'OVERRIDE AND BOOK INTO THE CLOSED MONTH '
                   '(Y/N): ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                   MOVE 'O' TO PCK-FUNC
                   MOVE OPR-OPER-ID TO PCK-OPER-ID
                   MOVE 'FACTAPRV' TO PCK-PROGRAM
                   CALL 'FACTPERC' USING PCK-PARMS
                   IF PCK-STATUS = '0'
                       MOVE 'Y' TO WS-PERIOD-OK-SW
                       DISPLAY 'FACTAPRV: CLOSED-MONTH OVERRIDE BY '
                           OPR-OPER-ID ' RECORDED'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'FACTAPRV: A SUPERVISOR MUST OVERRIDE A CLOSED '
                   'MONTH'
           END-IF.

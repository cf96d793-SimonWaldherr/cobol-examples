           SELECT SUSP-FILE ASSIGN TO "FACTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
       01  AUDIT-RECORD        PIC X(82).
       FD  SUSP-FILE.
       COPY FACTSUS.
       FD  HOLD-FILE.
       COPY FACTHLD.
       FD  DEPT-FILE.
       01  DEPT-RECORD         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTAUD.
       COPY FACTTRAN.
       COPY FACTDPT.
       COPY FACTSCT.
       01  WS-CTL-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-SUSP-STATUS      PIC X(2).
       01  WS-DEPT-STATUS      PIC X(2).
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-RUN-DATE         PIC X(6).
       01  WS-CUR-DEPT         PIC X(4).
       01  WS-DEPT-IX          PIC 9(2).
       01  WS-DEPT-HIT-IX      PIC 9(2).
       01  WS-DEPT-FULL-SW     PIC X(1) VALUE 'N'.
       01  WS-DPT-AVAIL-SW     PIC X(1) VALUE 'N'.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY   OCCURS 50 TIMES PIC X(4).
       01  WS-ITEM-CNT         PIC 9(8).
       01  WS-OK-CNT           PIC 9(8).
       01  WS-REJ-CNT          PIC 9(8).
       01  WS-REV-CNT          PIC 9(8).
       01  WS-HELD-CNT         PIC 9(8).
       01  DST-HDG-1.
           05  FILLER          PIC X(26) VALUE
               'DEPARTMENT RESULTS FEED'.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE 'RUN ID: '.
           05  DSH-RUN-ID      PIC X(14).
       01  DST-NAME-LINE.
           05  FILLER          PIC X(6)  VALUE 'NAME: '.
           05  DSN-NAME        PIC X(30).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE 'COST CENTER: '.
           05  DSN-COST-CTR    PIC X(8).
       01  DST-HDG-2.
           05  FILLER          PIC X(10) VALUE 'REQ ID'.
           05  FILLER          PIC X(5)  VALUE 'INI'.
           05  DTL-COUNT       PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'FACTDIST: NO CONTROL RECORD - STATUS '
           CLOSE CTL-FILE
           MOVE CTL-RUN-ID(3:6) TO WS-RUN-DATE
           PERFORM COLLECT-DEPARTMENTS
           MOVE 'O' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
               ON EXCEPTION
                   MOVE '9' TO DPT-STATUS
           END-CALL
           IF DPT-STATUS = '0'
               MOVE 'Y' TO WS-DPT-AVAIL-SW
           ELSE
               DISPLAY 'FACTDIST: DEPARTMENT MASTER UNAVAILABLE - '
                   'BUNDLES CARRY DEPARTMENT CODE ONLY'
           END-IF
           OPEN OUTPUT DEPT-FILE
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                   UNTIL WS-DEPT-IX > WS-DEPT-CNT
               PERFORM WRITE-DEPT-BUNDLE
           END-PERFORM
           CLOSE DEPT-FILE
           IF WS-DPT-AVAIL-SW = 'Y'
               MOVE 'C' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
           END-IF
           DISPLAY 'FACTDIST: RUN ' CTL-RUN-ID ' DISTRIBUTED TO '
               WS-DEPT-CNT ' DEPARTMENT(S)'
           IF WS-DEPT-FULL-SW = 'Y'
                   'INCOMPLETE - NOTIFY OPERATIONS'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTDIST' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTDIST: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTDIST: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTDIST: STREAM CONTROL UNAVAILABLE - '
                       'STEP RUN WITHOUT RESTART PROTECTION'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END-STREAM-STEP.
           IF SCT-STATUS NOT = '9'
               MOVE 'E' TO SCT-FUNC
               MOVE RETURN-CODE TO SCT-RC
               CALL 'FACTSCTL' USING SCT-PARMS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE SCT-RC TO RETURN-CODE
           END-IF.

       COLLECT-DEPARTMENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HLD-RUN-ID(1:2) = 'ED'
                                   AND HLD-RUN-ID(3:6) = WS-RUN-DATE
                               MOVE HLD-TRAN TO TRN-RECORD
                               MOVE TRN-DEPT TO WS-CUR-DEPT
                               PERFORM ADD-DEPARTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-DEPARTMENT.
           MOVE 0 TO WS-ITEM-CNT
           MOVE 0 TO WS-OK-CNT
           MOVE 0 TO WS-REJ-CNT
           MOVE 0 TO WS-REV-CNT
           MOVE 0 TO WS-HELD-CNT
           MOVE WS-CUR-DEPT TO DSH-DEPT
           MOVE CTL-RUN-ID TO DSH-RUN-ID
           WRITE DEPT-RECORD FROM DST-HDG-1
           PERFORM LOOKUP-DEPT-NAME
           WRITE DEPT-RECORD FROM DST-NAME-LINE
           WRITE DEPT-RECORD FROM DST-HDG-2
           PERFORM WRITE-DEPT-RESULTS
           PERFORM WRITE-DEPT-EDIT-REJECTS
           PERFORM WRITE-DEPT-HELD-ITEMS
           MOVE 'ITEMS FOR DEPARTMENT:' TO DTL-TEXT
           MOVE WS-ITEM-CNT TO DTL-COUNT
           WRITE DEPT-RECORD FROM DST-TOT-LINE
           MOVE 'REJECTED:' TO DTL-TEXT
           MOVE WS-REJ-CNT TO DTL-COUNT
           WRITE DEPT-RECORD FROM DST-TOT-LINE
           IF WS-REV-CNT > 0
               MOVE 'REVERSED:' TO DTL-TEXT
               MOVE WS-REV-CNT TO DTL-COUNT
               WRITE DEPT-RECORD FROM DST-TOT-LINE
           END-IF
           IF WS-HELD-CNT > 0
               MOVE 'HELD - OVER MONTHLY QUOTA:' TO DTL-TEXT
               MOVE WS-HELD-CNT TO DTL-COUNT
               WRITE DEPT-RECORD FROM DST-TOT-LINE
           END-IF
           MOVE SPACES TO DEPT-RECORD
           WRITE DEPT-RECORD.

       LOOKUP-DEPT-NAME.
           MOVE 'NOT ON DEPARTMENT MASTER' TO DSN-NAME
           MOVE SPACES TO DSN-COST-CTR
           IF WS-DPT-AVAIL-SW = 'Y'
               MOVE WS-CUR-DEPT TO DPT-CODE
               MOVE 'R' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               IF DPT-STATUS = '0'
                   MOVE DPT-NAME TO DSN-NAME
                   MOVE DPT-COST-CTR TO DSN-COST-CTR
               END-IF
           ELSE
               MOVE 'DEPARTMENT MASTER UNAVAILABLE' TO DSN-NAME
           END-IF.

       WRITE-DEPT-RESULTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           MOVE AUD-FUNC TO DDL-FUNC
           MOVE AUD-N TO DDL-N
           MOVE AUD-R TO DDL-R
           EVALUATE AUD-STATUS
               WHEN 'E'
                   MOVE 0 TO DDL-FACT
                   MOVE AUD-REASON TO WS-REASON-TEXT
                   PERFORM EXPAND-REASON
                   MOVE WS-REASON-TEXT TO DDL-DISP
                   ADD 1 TO WS-REJ-CNT
               WHEN 'R'
                   MOVE AUD-FACT TO DDL-FACT
                   MOVE 'REVERSED - CHARGE CREDITED' TO DDL-DISP
                   ADD 1 TO WS-REV-CNT
               WHEN OTHER
                   MOVE AUD-FACT TO DDL-FACT
                   MOVE 'COMPLETED' TO DDL-DISP
                   ADD 1 TO WS-OK-CNT
           END-EVALUATE
           WRITE DEPT-RECORD FROM DST-DTL-LINE
           ADD 1 TO WS-ITEM-CNT.

           ADD 1 TO WS-REJ-CNT
           ADD 1 TO WS-ITEM-CNT.

       WRITE-DEPT-HELD-ITEMS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HLD-RUN-ID(1:2) = 'ED'
                                   AND HLD-RUN-ID(3:6) = WS-RUN-DATE
                               MOVE HLD-TRAN TO TRN-RECORD
                               IF TRN-DEPT = WS-CUR-DEPT
                                   PERFORM WRITE-HELD-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       WRITE-HELD-LINE.
           MOVE TRN-REQUEST-ID TO DDL-REQ-ID
           MOVE TRN-INIT TO DDL-INIT
           MOVE TRN-FUNC TO DDL-FUNC
           MOVE TRN-N TO DDL-N
           IF TRN-R IS NUMERIC
               MOVE TRN-R TO DDL-R
           ELSE
               MOVE 0 TO DDL-R
           END-IF
           MOVE 0 TO DDL-FACT
           MOVE 'HELD - OVER MONTHLY QUOTA' TO DDL-DISP
           WRITE DEPT-RECORD FROM DST-DTL-LINE
           ADD 1 TO WS-HELD-CNT
           ADD 1 TO WS-ITEM-CNT.

       EXPAND-REASON.
           EVALUATE WS-REASON-TEXT(1:2)
               WHEN 'BL'
                       TO WS-REASON-TEXT
               WHEN 'OV'
                   MOVE 'REJECTED - OVERFLOW' TO WS-REASON-TEXT
               WHEN 'DP'
                   MOVE 'REJECTED - UNKNOWN/CLOSED DEPT'
                       TO WS-REASON-TEXT
               WHEN 'RP'
                   MOVE 'REJECTED - ALREADY COMPLETED'
                       TO WS-REASON-TEXT
               WHEN 'RU'
                   MOVE 'REJECTED - ORIGINAL NOT FOUND'
                       TO WS-REASON-TEXT
               WHEN 'RA'
                   MOVE 'REJECTED - ALREADY REVERSED'
                       TO WS-REASON-TEXT
               WHEN 'RD'
                   MOVE 'REJECTED - REVERSAL DATE BAD'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'REJECTED - SEE OPERATIONS'
                       TO WS-REASON-TEXT

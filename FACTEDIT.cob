           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT QTA-FILE ASSIGN TO "FACTQTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTA-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "FACTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY FACTSUS.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  QTA-FILE.
       COPY FACTQTA.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD        PIC X(82).
       FD  HOLD-FILE.
       COPY FACTHLD.
       WORKING-STORAGE SECTION.
       COPY FACTTRAN.
       COPY FACTTRX.
       COPY FACTLIM.
       COPY FACTDPT.
       COPY FACTREG.
       COPY FACTAUD.
       COPY FACTSCT.
       COPY FACTEXC.
       01  WS-TRANS-STATUS     PIC X(2).
       01  WS-CLEAN-STATUS     PIC X(2).
       01  WS-LIST-STATUS      PIC X(2).
       01  WS-EDIT-ID          PIC X(14).
       01  WS-EDIT-DATE        PIC 9(6).
       01  WS-EDIT-TIME        PIC 9(8).
       01  WS-EDIT-CARD.
           05  WS-THRESHOLD-CARD PIC X(2).
           05  WS-EDIT-MODE      PIC X(5).
       01  WS-TRIAL-SW         PIC X(1) VALUE 'N'.
       01  WS-TRIAL-HIT-SW     PIC X(1).
       01  WS-TRIAL-CNT        PIC 9(4) VALUE 0.
       01  WS-TRIAL-IX         PIC 9(4).
       01  WS-TRIAL-FULL-SW    PIC X(1) VALUE 'N'.
       01  WS-TRIAL-TABLE.
           05  WS-TRIAL-REQ-ID OCCURS 2000 TIMES PIC X(8).
       01  WS-THRESHOLD        PIC 9(2) VALUE 10.
       01  WS-READ-CNT         PIC 9(8) VALUE 0.
       01  WS-CLEAN-CNT        PIC 9(8) VALUE 0.
       01  WS-REJ-CNT          PIC 9(8) VALUE 0.
       01  WS-REJ-PCT-WK       PIC 9(10).
       01  WS-THR-PCT-WK       PIC 9(10).
       01  WS-REG-FOUND-SW     PIC X(1).
       01  WS-REG-NEW-DISP     PIC X(1).
       01  WS-QTA-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-QTA-EXEMPT-SW    PIC X(1).
       01  WS-HOLD-SW          PIC X(1).
       01  WS-HOLD-REASON      PIC X(2).
       01  WS-HOLD-CNT         PIC 9(8) VALUE 0.
       01  WS-QTA-CNT          PIC 9(3) VALUE 0.
       01  WS-QTA-IX           PIC 9(3).
       01  WS-QTA-HIT-IX       PIC 9(3).
       01  WS-QTA-FN-IX        PIC 9(1).
       01  WS-QTA-DEPT         PIC X(4).
       01  WS-QTA-FULL-SW      PIC X(1) VALUE 'N'.
       01  WS-RESTART-SW       PIC X(1) VALUE 'N'.
       01  WS-PRIOR-HIT-SW     PIC X(1) VALUE 'N'.
       01  WS-PRIOR-FULL-SW    PIC X(1) VALUE 'N'.
       01  WS-PRIOR-CNT        PIC 9(3) VALUE 0.
       01  WS-PRIOR-IX         PIC 9(3).
       01  WS-PRIOR-SKIP-CNT   PIC 9(8) VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-TRAN   OCCURS 500 TIMES PIC X(21).
       01  WS-QTA-TABLE.
           05  WS-QTA-ENTRY    OCCURS 100 TIMES.
               10  QT-DEPT     PIC X(4).
               10  QT-LIMIT    OCCURS 4 TIMES PIC 9(6).
               10  QT-USED     OCCURS 4 TIMES PIC 9(6).
       01  EDL-LINE.
           05  EDL-LINE-NO     PIC ZZZZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  EDL-RECORD      PIC X(21).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  EDL-REASON      PIC X(30).
       01  EDL-TRIAL-HDG.
           05  FILLER          PIC X(20) VALUE 'TRIAL - NOT POSTED'.
           05  FILLER          PIC X(15) VALUE 'BUSINESS DATE: '.
           05  ETH-DATE        PIC 99/99/99.
       01  EDL-HDG.
           05  FILLER          PIC X(10) VALUE 'LINE'.
           05  FILLER          PIC X(23) VALUE 'RECORD'.
           05  ETL-COUNT       PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-EDIT-CARD
           ACCEPT WS-EDIT-CARD
           IF WS-EDIT-MODE = 'TRIAL'
               MOVE 'Y' TO WS-TRIAL-SW
           ELSE
               PERFORM BEGIN-STREAM-STEP
               IF SCT-STATUS = '2'
                   MOVE 'Y' TO WS-RESTART-SW
                   PERFORM LOAD-PRIOR-EDIT-ITEMS
               END-IF
           END-IF
           IF WS-THRESHOLD-CARD IS NUMERIC
               MOVE WS-THRESHOLD-CARD TO WS-THRESHOLD
           END-IF
           END-IF
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT LIST-FILE
           IF WS-TRIAL-SW = 'N'
               OPEN EXTEND SUSP-FILE
               IF WS-SUSP-STATUS NOT = '00'
                   OPEN OUTPUT SUSP-FILE
               END-IF
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM OPEN-DEPT-MASTER
           PERFORM OPEN-REGISTRY
           PERFORM LOAD-QUOTAS
           IF WS-QTA-CNT > 0
               PERFORM COUNT-MONTH-USAGE
           END-IF
           IF WS-TRIAL-SW = 'N'
               OPEN EXTEND HOLD-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   OPEN OUTPUT HOLD-FILE
               END-IF
           END-IF
           ACCEPT WS-EDIT-TIME FROM TIME
           IF WS-TRIAL-SW = 'Y'
               STRING 'TR' WS-EDIT-DATE WS-EDIT-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-EDIT-ID
               MOVE WS-EDIT-DATE TO ETH-DATE
               WRITE LIST-RECORD FROM EDL-TRIAL-HDG
           ELSE
               STRING 'ED' WS-EDIT-DATE WS-EDIT-TIME(1:6)
                   DELIMITED BY SIZE INTO WS-EDIT-ID
           END-IF
           WRITE LIST-RECORD FROM EDL-HDG
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ TRANS-FILE
               END-READ
           END-PERFORM
           PERFORM WRITE-EDIT-TOTALS
           MOVE 'C' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           MOVE 'C' TO REG-FUNC
           CALL 'FACTREGR' USING REG-PARMS
           CLOSE TRANS-FILE
           CLOSE CLEAN-FILE
           CLOSE LIST-FILE
           IF WS-TRIAL-SW = 'N'
               CLOSE SUSP-FILE
               CLOSE HOLD-FILE
           END-IF
           IF WS-QTA-FULL-SW = 'Y'
               DISPLAY 'FACTEDIT: QUOTA FILE EXCEEDS 100 DEPARTMENTS '
                   '- EXCESS NOT ENFORCED - NOTIFY OPERATIONS'
           END-IF
           IF WS-RESTART-SW = 'Y'
               DISPLAY 'FACTEDIT: ' WS-PRIOR-SKIP-CNT
                   ' SUSPENSE/HOLD RECORD(S) FROM THE INCOMPLETE '
                   'ATTEMPT NOT WRITTEN AGAIN'
           END-IF
           COMPUTE WS-REJ-PCT-WK = WS-REJ-CNT * 100
           COMPUTE WS-THR-PCT-WK = WS-THRESHOLD * WS-READ-CNT
           IF WS-TRIAL-SW = 'Y'
               PERFORM END-TRIAL-EDIT
               STOP RUN
           END-IF
           IF WS-REJ-PCT-WK > WS-THR-PCT-WK
               DISPLAY 'FACTEDIT: REJECT RATE EXCEEDS '
                   WS-THRESHOLD ' PCT - RUN HELD'
               PERFORM POST-THRESHOLD-EXCEPTION
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'FACTEDIT: READ ' WS-READ-CNT
                   ' CLEAN ' WS-CLEAN-CNT
                   ' REJECTED ' WS-REJ-CNT
                   ' HELD ' WS-HOLD-CNT
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       POST-THRESHOLD-EXCEPTION.
           MOVE 'P' TO EXC-FUNC
           MOVE WS-EDIT-DATE TO EXC-BUS-DATE
           MOVE 'FACTEDIT' TO EXC-PROGRAM
           MOVE '1' TO EXC-SEVERITY
           MOVE 'EDIT' TO EXC-CATEGORY
           MOVE WS-EDIT-ID TO EXC-REF-ID
           MOVE SPACES TO EXC-MESSAGE
           STRING 'REJECT RATE OVER ' WS-THRESHOLD
               ' PCT - RUN HELD'
               DELIMITED BY SIZE INTO EXC-MESSAGE
           CALL 'FACTEXCR' USING EXC-PARMS
               ON EXCEPTION
                   MOVE '9' TO EXC-STATUS
           END-CALL
           IF EXC-STATUS NOT = '0'
               DISPLAY 'FACTEDIT: EXCEPTION NOT LOGGED - '
                   EXC-MESSAGE
           END-IF.

       END-TRIAL-EDIT.
           IF WS-TRIAL-FULL-SW = 'Y'
               DISPLAY 'FACTEDIT: TRIAL FILE OVER 2000 REQUESTS - '
                   'LATER REPEATS NOT CHECKED AGAINST EARLIER ONES'
           END-IF
           IF WS-REJ-PCT-WK > WS-THR-PCT-WK
               DISPLAY 'FACTEDIT: TRIAL - REJECT RATE EXCEEDS '
                   WS-THRESHOLD ' PCT - A NIGHTLY EDIT WOULD BE HELD'
           END-IF
           DISPLAY 'FACTEDIT: TRIAL - READ ' WS-READ-CNT
               ' CLEAN ' WS-CLEAN-CNT
               ' REJECTED ' WS-REJ-CNT
               ' HELD ' WS-HOLD-CNT ' - NOTHING POSTED'
           IF WS-REJ-CNT > 0 OR WS-HOLD-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTEDIT' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTEDIT: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTEDIT: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTEDIT: STREAM CONTROL UNAVAILABLE - '
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

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
           END-IF
           MOVE DTE-BUS-DATE TO WS-EDIT-DATE.

       OPEN-DEPT-MASTER.
           MOVE 'O' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
               ON EXCEPTION
                   MOVE '9' TO DPT-STATUS
           END-CALL
           IF DPT-STATUS NOT = '0'
               DISPLAY 'FACTEDIT: DEPARTMENT MASTER UNAVAILABLE - '
                   'RUN HELD'
               MOVE 16 TO RETURN-CODE
               CLOSE TRANS-FILE
               CLOSE CLEAN-FILE
               CLOSE LIST-FILE
               CLOSE SUSP-FILE
               STOP RUN
           END-IF.

       OPEN-REGISTRY.
           IF WS-TRIAL-SW = 'Y'
               MOVE 'O' TO REG-FUNC
           ELSE
               MOVE 'I' TO REG-FUNC
           END-IF
           CALL 'FACTREGR' USING REG-PARMS
               ON EXCEPTION
                   MOVE '9' TO REG-STATUS
           END-CALL
           IF REG-STATUS NOT = '0'
               DISPLAY 'FACTEDIT: REQUEST REGISTRY UNAVAILABLE - '
                   'RUN HELD'
               MOVE 'C' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               CLOSE TRANS-FILE
               CLOSE CLEAN-FILE
               CLOSE LIST-FILE
               CLOSE SUSP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-QUOTAS.
           OPEN INPUT QTA-FILE
           IF WS-QTA-STATUS NOT = '00'
               DISPLAY 'FACTEDIT: NO QUOTA FILE - STATUS '
                   WS-QTA-STATUS ' - QUOTAS NOT ENFORCED'
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ QTA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM ADD-QUOTA-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QTA-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       ADD-QUOTA-ENTRY.
           IF WS-QTA-CNT < 100
               ADD 1 TO WS-QTA-CNT
               MOVE QTA-DEPT TO QT-DEPT(WS-QTA-CNT)
               MOVE QTA-LIMIT-F TO QT-LIMIT(WS-QTA-CNT 1)
               MOVE QTA-LIMIT-P TO QT-LIMIT(WS-QTA-CNT 2)
               MOVE QTA-LIMIT-C TO QT-LIMIT(WS-QTA-CNT 3)
               MOVE QTA-LIMIT-PRI1 TO QT-LIMIT(WS-QTA-CNT 4)
               MOVE 0 TO QT-USED(WS-QTA-CNT 1)
               MOVE 0 TO QT-USED(WS-QTA-CNT 2)
               MOVE 0 TO QT-USED(WS-QTA-CNT 3)
               MOVE 0 TO QT-USED(WS-QTA-CNT 4)
           ELSE
               MOVE 'Y' TO WS-QTA-FULL-SW
           END-IF.

       COUNT-MONTH-USAGE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FACTEDIT: UNABLE TO OPEN FACTAUDT - STATUS '
                   WS-AUDIT-STATUS ' - QUOTA USAGE FROM THIS RUN ONLY'
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE AUDIT-RECORD TO AUD-LINE
                           IF AUD-TIMESTAMP IS NUMERIC
                                   AND (AUD-STATUS = 'O'
                                       OR AUD-STATUS = 'R')
                                   AND AUD-TIMESTAMP(1:4)
                                       = WS-EDIT-DATE(1:4)
                               PERFORM TALLY-MONTH-USAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

       TALLY-MONTH-USAGE.
           MOVE AUD-DEPT TO WS-QTA-DEPT
           PERFORM FIND-QUOTA
           IF WS-QTA-HIT-IX > 0
               EVALUATE AUD-FUNC
                   WHEN 'P'
                       MOVE 2 TO WS-QTA-FN-IX
                   WHEN 'C'
                       MOVE 3 TO WS-QTA-FN-IX
                   WHEN OTHER
                       MOVE 1 TO WS-QTA-FN-IX
               END-EVALUATE
               IF AUD-STATUS = 'R'
                   IF QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX) > 0
                       SUBTRACT 1 FROM
                           QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                   END-IF
                   IF AUD-PRIORITY = '1'
                           AND QT-USED(WS-QTA-HIT-IX 4) > 0
                       SUBTRACT 1 FROM QT-USED(WS-QTA-HIT-IX 4)
                   END-IF
               ELSE
                   ADD 1 TO QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                   IF AUD-PRIORITY = '1'
                       ADD 1 TO QT-USED(WS-QTA-HIT-IX 4)
                   END-IF
               END-IF
           END-IF.

       FIND-QUOTA.
           MOVE 0 TO WS-QTA-HIT-IX
           PERFORM VARYING WS-QTA-IX FROM 1 BY 1
                   UNTIL WS-QTA-IX > WS-QTA-CNT
                      OR WS-QTA-HIT-IX > 0
               IF QT-DEPT(WS-QTA-IX) = WS-QTA-DEPT
                   MOVE WS-QTA-IX TO WS-QTA-HIT-IX
               END-IF
           END-PERFORM.

       CHECK-QUOTA.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-REASON
           MOVE TRN-DEPT TO WS-QTA-DEPT
           PERFORM FIND-QUOTA
           IF WS-QTA-HIT-IX > 0
               EVALUATE TRN-FUNC
                   WHEN 'P'
                       MOVE 2 TO WS-QTA-FN-IX
                   WHEN 'C'
                       MOVE 3 TO WS-QTA-FN-IX
                   WHEN OTHER
                       MOVE 1 TO WS-QTA-FN-IX
               END-EVALUATE
               IF WS-QTA-EXEMPT-SW = 'N'
                   IF QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                           NOT < QT-LIMIT(WS-QTA-HIT-IX WS-QTA-FN-IX)
                       MOVE 'Y' TO WS-HOLD-SW
                       EVALUATE WS-QTA-FN-IX
                           WHEN 2
                               MOVE 'QP' TO WS-HOLD-REASON
                           WHEN 3
                               MOVE 'QC' TO WS-HOLD-REASON
                           WHEN OTHER
                               MOVE 'QF' TO WS-HOLD-REASON
                       END-EVALUATE
                   ELSE
                       IF TRN-PRIORITY = '1'
                               AND QT-USED(WS-QTA-HIT-IX 4)
                                   NOT < QT-LIMIT(WS-QTA-HIT-IX 4)
                           MOVE 'Y' TO WS-HOLD-SW
                           MOVE 'Q1' TO WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-HOLD-SW = 'N'
                   ADD 1 TO QT-USED(WS-QTA-HIT-IX WS-QTA-FN-IX)
                   IF TRN-PRIORITY = '1'
                       ADD 1 TO QT-USED(WS-QTA-HIT-IX 4)
                   END-IF
               END-IF
           END-IF.

       EDIT-RECORD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-QTA-EXEMPT-SW
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REJ-CODE
           MOVE EDIT-IN-RECORD TO TRN-RECORD
           ELSE
               PERFORM EDIT-FIELDS
           END-IF
           IF WS-REJECT-SW = 'N' AND TRN-FUNC NOT = 'X'
               PERFORM CHECK-QUOTA
           END-IF
           MOVE WS-READ-CNT TO EDL-LINE-NO
           MOVE EDIT-IN-RECORD TO EDL-RECORD
           IF WS-REJECT-SW = 'Y'
               ADD 1 TO WS-REJ-CNT
               MOVE WS-REASON TO EDL-REASON
               IF WS-TRIAL-SW = 'N'
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
           ELSE
               IF WS-HOLD-SW = 'Y'
                   ADD 1 TO WS-HOLD-CNT
                   MOVE 'HELD - OVER MONTHLY QUOTA' TO EDL-REASON
                   MOVE 'H' TO WS-REG-NEW-DISP
                   PERFORM REGISTER-REQUEST
                   IF WS-TRIAL-SW = 'N'
                       PERFORM WRITE-HOLD-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-CLEAN-CNT
                   IF TRN-FUNC = 'X'
                       MOVE 'OK - REVERSAL' TO EDL-REASON
                   ELSE
                       MOVE 'OK' TO EDL-REASON
                       MOVE 'A' TO WS-REG-NEW-DISP
                       PERFORM REGISTER-REQUEST
                   END-IF
                   WRITE CLEAN-RECORD FROM TRN-RECORD
               END-IF
           END-IF
           WRITE LIST-RECORD FROM EDL-LINE.

               MOVE 'MR' TO WS-REJ-CODE
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               IF TRN-FUNC = 'X'
                   PERFORM CHECK-REVERSAL
               ELSE
                   PERFORM CHECK-REGISTRY
               END-IF
           END-IF
           IF WS-REJECT-SW = 'N'
               IF TRN-FUNC NOT = 'F' AND TRN-FUNC NOT = 'P'
                       AND TRN-FUNC NOT = 'C' AND TRN-FUNC NOT = 'X'
                       AND TRN-FUNC NOT = SPACE
                   MOVE 'INVALID FUNCTION CODE' TO WS-REASON
                   MOVE 'FC' TO WS-REJ-CODE
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF
           IF WS-REJECT-SW = 'N' AND TRN-FUNC NOT = 'X'
               IF TRN-N IS NOT NUMERIC
                   MOVE 'N NOT NUMERIC' TO WS-REASON
                   MOVE 'NN' TO WS-REJ-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-SW = 'N'
               PERFORM CHECK-DEPARTMENT
           END-IF.

       CHECK-DEPARTMENT.
           MOVE TRN-DEPT TO DPT-CODE
           MOVE 'R' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           IF DPT-STATUS NOT = '0'
               MOVE 'UNKNOWN DEPARTMENT' TO WS-REASON
               MOVE 'DP' TO WS-REJ-CODE
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               IF DPT-DEPT-STATUS NOT = 'A'
                       OR WS-EDIT-DATE < DPT-EFF-FROM
                       OR WS-EDIT-DATE > DPT-EFF-TO
                   MOVE 'DEPARTMENT CLOSED' TO WS-REASON
                   MOVE 'DP' TO WS-REJ-CODE
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF.

       CHECK-REGISTRY.
           MOVE 'N' TO WS-REG-FOUND-SW
           MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
           MOVE 'R' TO REG-FUNC
           CALL 'FACTREGR' USING REG-PARMS
           IF REG-STATUS = '0'
               MOVE 'Y' TO WS-REG-FOUND-SW
               EVALUATE REG-DISP
                   WHEN 'L'
                   WHEN 'G'
                   WHEN 'X'
                       CONTINUE
                   WHEN 'Q'
                       MOVE 'Y' TO WS-QTA-EXEMPT-SW
                   WHEN 'A'
                       IF REG-EDIT-ID = WS-EDIT-ID
                           MOVE 'DUPLICATE REQUEST ID' TO WS-REASON
                           MOVE 'DU' TO WS-REJ-CODE
                           MOVE 'Y' TO WS-REJECT-SW
                       END-IF
                   WHEN 'H'
                       IF WS-RESTART-SW = 'Y'
                               AND REG-EDIT-ID(3:6) = WS-EDIT-DATE
                           CONTINUE
                       ELSE
                           MOVE 'DUPLICATE REQUEST ID' TO WS-REASON
                           MOVE 'DU' TO WS-REJ-CODE
                           MOVE 'Y' TO WS-REJECT-SW
                       END-IF
                   WHEN 'C'
                       MOVE 'REPEAT OF COMPLETED REQUEST'
                           TO WS-REASON
                       MOVE 'RP' TO WS-REJ-CODE
                       MOVE 'Y' TO WS-REJECT-SW
                   WHEN OTHER
                       MOVE 'DUPLICATE REQUEST ID' TO WS-REASON
                       MOVE 'DU' TO WS-REJ-CODE
                       MOVE 'Y' TO WS-REJECT-SW
               END-EVALUATE
           END-IF
           IF WS-TRIAL-SW = 'Y' AND WS-REJECT-SW = 'N'
               PERFORM CHECK-TRIAL-REPEAT
               IF WS-TRIAL-HIT-SW = 'Y'
                   MOVE 'DUPLICATE REQUEST ID' TO WS-REASON
                   MOVE 'DU' TO WS-REJ-CODE
                   MOVE 'Y' TO WS-REJECT-SW
               END-IF
           END-IF.

       CHECK-REVERSAL.
           MOVE TRN-RECORD TO TRX-RECORD
           IF TRX-ORIG-RUN-MMDD IS NOT NUMERIC
               MOVE 'REVERSAL RUN DATE INVALID' TO WS-REASON
               MOVE 'RD' TO WS-REJ-CODE
               MOVE 'Y' TO WS-REJECT-SW
           ELSE
               MOVE TRX-ORIG-REQ-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   EVALUATE REG-DISP
                       WHEN 'C'
                           CONTINUE
                       WHEN 'R'
                           MOVE 'REQUEST ALREADY REVERSED'
                               TO WS-REASON
                           MOVE 'RA' TO WS-REJ-CODE
                           MOVE 'Y' TO WS-REJECT-SW
                       WHEN OTHER
                           MOVE 'ORIGINAL REQUEST NOT COMPLETED'
                               TO WS-REASON
                           MOVE 'RU' TO WS-REJ-CODE
                           MOVE 'Y' TO WS-REJECT-SW
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-TRIAL-REPEAT.
           MOVE 'N' TO WS-TRIAL-HIT-SW
           PERFORM VARYING WS-TRIAL-IX FROM 1 BY 1
                   UNTIL WS-TRIAL-IX > WS-TRIAL-CNT
                      OR WS-TRIAL-HIT-SW = 'Y'
               IF WS-TRIAL-REQ-ID(WS-TRIAL-IX) = TRN-REQUEST-ID
                   MOVE 'Y' TO WS-TRIAL-HIT-SW
               END-IF
           END-PERFORM.

       REGISTER-REQUEST.
           IF WS-TRIAL-SW = 'Y'
               PERFORM ADD-TRIAL-REQUEST
           ELSE
               PERFORM POST-REGISTRY-ENTRY
           END-IF.

       ADD-TRIAL-REQUEST.
           IF WS-TRIAL-CNT < 2000
               ADD 1 TO WS-TRIAL-CNT
               MOVE TRN-REQUEST-ID TO WS-TRIAL-REQ-ID(WS-TRIAL-CNT)
           ELSE
               MOVE 'Y' TO WS-TRIAL-FULL-SW
           END-IF.

       POST-REGISTRY-ENTRY.
           IF WS-REG-FOUND-SW = 'N'
               MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
               MOVE SPACES TO REG-RUN-ID
               MOVE WS-EDIT-DATE TO REG-BUS-DATE
           END-IF
           MOVE TRN-DEPT TO REG-DEPT
           MOVE WS-EDIT-ID TO REG-EDIT-ID
           MOVE WS-REG-NEW-DISP TO REG-DISP
           MOVE SPACES TO REG-REASON
           IF WS-REG-FOUND-SW = 'Y'
               MOVE 'U' TO REG-FUNC
           ELSE
               MOVE 'W' TO REG-FUNC
           END-IF
           CALL 'FACTREGR' USING REG-PARMS
           IF REG-STATUS NOT = '0'
               DISPLAY 'FACTEDIT: UNABLE TO REGISTER REQUEST '
                   TRN-REQUEST-ID
           END-IF.

       WRITE-SUSPENSE-RECORD.
           PERFORM FIND-PRIOR-ITEM
           IF WS-PRIOR-HIT-SW = 'N'
               MOVE 'S' TO SUS-STATUS
               MOVE WS-REJ-CODE TO SUS-REASON
               MOVE WS-EDIT-ID TO SUS-RUN-ID
               MOVE TRN-RECORD TO SUS-TRAN
               WRITE SUS-RECORD
           END-IF.

       WRITE-HOLD-RECORD.
           PERFORM FIND-PRIOR-ITEM
           IF WS-PRIOR-HIT-SW = 'N'
               MOVE 'H' TO HLD-STATUS
               MOVE WS-HOLD-REASON TO HLD-REASON
               MOVE WS-EDIT-ID TO HLD-RUN-ID
               MOVE TRN-RECORD TO HLD-TRAN
               WRITE HLD-RECORD
           END-IF.

       FIND-PRIOR-ITEM.
           MOVE 'N' TO WS-PRIOR-HIT-SW
           PERFORM VARYING WS-PRIOR-IX FROM 1 BY 1
                   UNTIL WS-PRIOR-IX > WS-PRIOR-CNT
                      OR WS-PRIOR-HIT-SW = 'Y'
               IF WS-PRIOR-TRAN(WS-PRIOR-IX) = TRN-RECORD
                   MOVE 'Y' TO WS-PRIOR-HIT-SW
                   MOVE SPACES TO WS-PRIOR-TRAN(WS-PRIOR-IX)
                   ADD 1 TO WS-PRIOR-SKIP-CNT
               END-IF
           END-PERFORM.

       LOAD-PRIOR-EDIT-ITEMS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ SUSP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SUS-RUN-ID(1:2) = 'ED'
                                   AND SUS-RUN-ID(3:6) = SCT-BUS-DATE
                               MOVE SUS-TRAN TO TRN-RECORD
                               PERFORM ADD-PRIOR-ITEM
                           END-IF
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
                                   AND HLD-RUN-ID(3:6) = SCT-BUS-DATE
                               MOVE HLD-TRAN TO TRN-RECORD
                               PERFORM ADD-PRIOR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW
           IF WS-PRIOR-FULL-SW = 'Y'
               DISPLAY 'FACTEDIT: OVER 500 ITEMS FROM THE INCOMPLETE '
                   'ATTEMPT - EXCESS MAY BE REPEATED ON SUSPENSE'
           END-IF.

       ADD-PRIOR-ITEM.
           IF WS-PRIOR-CNT < 500
               ADD 1 TO WS-PRIOR-CNT
               MOVE TRN-RECORD TO WS-PRIOR-TRAN(WS-PRIOR-CNT)
           ELSE
               MOVE 'Y' TO WS-PRIOR-FULL-SW
           END-IF.

       WRITE-EDIT-TOTALS.
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD FROM EDL-TOT-LINE
           MOVE 'RECORDS REJECTED:' TO ETL-TEXT
           MOVE WS-REJ-CNT TO ETL-COUNT
           WRITE LIST-RECORD FROM EDL-TOT-LINE
           MOVE 'RECORDS HELD OVER QUOTA:' TO ETL-TEXT
           MOVE WS-HOLD-CNT TO ETL-COUNT
           WRITE LIST-RECORD FROM EDL-TOT-LINE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FactIntk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT BLG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLG-STATUS.
           SELECT BAK-FILE ASSIGN TO "BATCHACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAK-STATUS.
           SELECT RPT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  DEPT-FILE.
       01  DEPT-RECORD         PIC X(21).
       FD  TRAN-FILE.
       01  TRAN-RECORD         PIC X(21).
       FD  BLG-FILE.
       COPY FACTBLG.
       FD  BAK-FILE.
       COPY FACTBAK.
       FD  RPT-FILE.
       01  RPT-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
       COPY FACTSCT.
       COPY FACTTRAN.
       COPY FACTENV.
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-DEPT-STATUS      PIC X(2).
       01  WS-TRAN-STATUS      PIC X(2).
       01  WS-BLG-STATUS       PIC X(2).
       01  WS-BAK-STATUS       PIC X(2).
       01  WS-RPT-STATUS       PIC X(2).
       01  WS-EOF-SW           PIC X(1) VALUE 'N'.
       01  WS-LOG-EOF-SW       PIC X(1).
       01  WS-RESTART-SW       PIC X(1) VALUE 'N'.
       01  WS-IN-BATCH-SW      PIC X(1) VALUE 'N'.
       01  WS-RELOGGED-SW      PIC X(1).
       01  WS-BUS-DATE         PIC 9(6).
       01  WS-LINE-NO          PIC 9(8) VALUE 0.
       01  WS-BAT-DEPT         PIC X(4).
       01  WS-BAT-BATCH        PIC 9(6).
       01  WS-BAT-CREATE-DATE  PIC 9(6).
       01  WS-BAT-REASON       PIC X(2).
       01  WS-BAT-COUNT        PIC 9(6).
       01  WS-BAT-HASH         PIC 9(8).
       01  WS-BAT-TRL-COUNT    PIC 9(6).
       01  WS-BAT-TRL-HASH     PIC 9(8).
       01  WS-BAT-IX           PIC 9(4).
       01  WS-BAT-MAX          PIC 9(4) VALUE 2000.
       01  WS-NIGHT-CNT        PIC 9(3) VALUE 0.
       01  WS-NIGHT-IX         PIC 9(3).
       01  WS-NIGHT-MAX        PIC 9(3) VALUE 200.
       01  WS-ACC-BATCH-CNT    PIC 9(6) VALUE 0.
       01  WS-REJ-BATCH-CNT    PIC 9(6) VALUE 0.
       01  WS-ACC-TRAN-CNT     PIC 9(8) VALUE 0.
       01  WS-REJ-TRAN-CNT     PIC 9(8) VALUE 0.
       01  WS-STRAY-CNT        PIC 9(8) VALUE 0.
       01  WS-BAT-TABLE.
           05  WS-BAT-TRAN     OCCURS 2000 TIMES PIC X(21).
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY  OCCURS 200 TIMES.
               10  NT-DEPT         PIC X(4).
               10  NT-BATCH        PIC 9(6).
               10  NT-CREATE-DATE  PIC 9(6).
               10  NT-STATUS       PIC X(1).
               10  NT-REASON       PIC X(2).
               10  NT-COUNT        PIC 9(6).
               10  NT-HASH         PIC 9(8).
               10  NT-LOGGED-SW    PIC X(1).
       01  INR-HDG.
           05  FILLER          PIC X(34) VALUE
               'DEPARTMENT BATCH INTAKE - BUSINESS'.
           05  FILLER          PIC X(6)  VALUE ' DATE '.
           05  INR-HDG-DATE    PIC 9(6).
       01  INR-COL-HDG.
           05  FILLER          PIC X(6)  VALUE 'DEPT'.
           05  FILLER          PIC X(8)  VALUE 'BATCH'.
           05  FILLER          PIC X(8)  VALUE 'CREATED'.
           05  FILLER          PIC X(8)  VALUE 'RECORDS'.
           05  FILLER          PIC X(10) VALUE 'HASH'.
           05  FILLER          PIC X(9)  VALUE 'RESULT'.
           05  FILLER          PIC X(31) VALUE 'REASON'.
       01  INR-BAT-LINE.
           05  INR-DEPT        PIC X(4).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-BATCH       PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-CREATE-DATE PIC 9(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-COUNT       PIC ZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-HASH        PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-RESULT      PIC X(8).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  INR-REASON      PIC X(2).
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  INR-REASON-TEXT PIC X(28).
       01  INR-STRAY-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-STRAY-NO    PIC ZZZZZZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-STRAY-REC   PIC X(21).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-STRAY-TEXT  PIC X(45).
       01  INR-CNT-LINE.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  INR-CNT-TEXT    PIC X(36).
           05  INR-CNT-VALUE   PIC ZZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BEGIN-STREAM-STEP
           IF SCT-STATUS = '2'
               MOVE 'Y' TO WS-RESTART-SW
           END-IF
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = '00'
                   AND WS-DEPT-STATUS NOT = '35'
               DISPLAY 'FACTINTK: UNABLE TO OPEN DEPTIN - STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DEPT-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SW
           END-IF
           OPEN OUTPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'FACTINTK: UNABLE TO OPEN TRANSIN - STATUS '
                   WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BAK-FILE
           IF WS-BAK-STATUS NOT = '00'
               DISPLAY 'FACTINTK: UNABLE TO OPEN BATCHACK - STATUS '
                   WS-BAK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-BUS-DATE TO INR-HDG-DATE
           WRITE RPT-RECORD FROM INR-HDG
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM INR-COL-HDG
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ DEPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM PROCESS-INBOUND-RECORD
               END-READ
           END-PERFORM
           IF WS-IN-BATCH-SW = 'Y'
               IF WS-BAT-REASON = SPACES
                   MOVE 'NT' TO WS-BAT-REASON
               END-IF
               PERFORM FINISH-BATCH
           END-IF
           IF WS-DEPT-STATUS NOT = '35'
               CLOSE DEPT-FILE
           END-IF
           CLOSE TRAN-FILE
           CLOSE BAK-FILE
           PERFORM LOG-BATCHES
           PERFORM WRITE-TOTALS
           CLOSE RPT-FILE
           DISPLAY 'FACTINTK: ' WS-ACC-BATCH-CNT ' BATCH(ES) ACCEPTED, '
               WS-REJ-BATCH-CNT ' REJECTED, ' WS-STRAY-CNT
               ' RECORD(S) OUTSIDE ANY BATCH'
           IF WS-REJ-BATCH-CNT > 0 OR WS-STRAY-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTINTK' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTINTK: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTINTK: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTINTK: STREAM CONTROL UNAVAILABLE - '
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
               DISPLAY 'FACTINTK: UNABLE TO OPEN FACTDATE - STATUS '
                   WS-DATE-STATUS ' - RUN FACTDSET FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATE-FILE
               AT END
                   MOVE SPACES TO DTE-RECORD
           END-READ
           CLOSE DATE-FILE
           IF DTE-BUS-DATE IS NOT NUMERIC
               DISPLAY 'FACTINTK: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - RUN FACTDSET FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DTE-BUS-DATE TO WS-BUS-DATE.

       PROCESS-INBOUND-RECORD.
           MOVE DEPT-RECORD TO ENV-RECORD
           EVALUATE ENV-REC-TYPE
               WHEN '$HDR'
                   IF WS-IN-BATCH-SW = 'Y'
                       IF WS-BAT-REASON = SPACES
                           MOVE 'NT' TO WS-BAT-REASON
                       END-IF
                       PERFORM FINISH-BATCH
                   END-IF
                   PERFORM START-BATCH
               WHEN '$TRL'
                   IF WS-IN-BATCH-SW = 'Y'
                       PERFORM CHECK-TRAILER
                       PERFORM FINISH-BATCH
                   ELSE
                       MOVE 'TRAILER WITH NO HEADER - IGNORED'
                           TO INR-STRAY-TEXT
                       PERFORM WRITE-STRAY
                   END-IF
               WHEN OTHER
                   IF WS-IN-BATCH-SW = 'Y'
                       PERFORM ADD-BATCH-DETAIL
                   ELSE
                       MOVE 'RECORD OUTSIDE ANY BATCH - NOT PASSED'
                           TO INR-STRAY-TEXT
                       PERFORM WRITE-STRAY
                   END-IF
           END-EVALUATE.

       START-BATCH.
           MOVE 'Y' TO WS-IN-BATCH-SW
           MOVE SPACES TO WS-BAT-REASON
           MOVE 'N' TO WS-RELOGGED-SW
           MOVE 0 TO WS-BAT-COUNT
           MOVE 0 TO WS-BAT-HASH
           MOVE 0 TO WS-BAT-TRL-COUNT
           MOVE 0 TO WS-BAT-TRL-HASH
           MOVE ENV-HDR-DEPT TO WS-BAT-DEPT
           IF ENV-HDR-BATCH IS NUMERIC
               MOVE ENV-HDR-BATCH TO WS-BAT-BATCH
           ELSE
               MOVE 0 TO WS-BAT-BATCH
           END-IF
           IF ENV-HDR-CREATE-DATE IS NUMERIC
               MOVE ENV-HDR-CREATE-DATE TO WS-BAT-CREATE-DATE
           ELSE
               MOVE 0 TO WS-BAT-CREATE-DATE
           END-IF
           IF ENV-HDR-DEPT = SPACES
                   OR ENV-HDR-BATCH IS NOT NUMERIC
                   OR ENV-HDR-BATCH = 0
                   OR ENV-HDR-CREATE-DATE IS NOT NUMERIC
               MOVE 'HD' TO WS-BAT-REASON
           END-IF
           IF WS-BAT-REASON = SPACES
               PERFORM CHECK-REPEATED-BATCH
           END-IF
           IF WS-BAT-REASON = SPACES
                   AND WS-NIGHT-CNT NOT < WS-NIGHT-MAX
               MOVE 'TM' TO WS-BAT-REASON
           END-IF.

       CHECK-REPEATED-BATCH.
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                   UNTIL WS-NIGHT-IX > WS-NIGHT-CNT
               IF NT-DEPT(WS-NIGHT-IX) = WS-BAT-DEPT
                       AND NT-BATCH(WS-NIGHT-IX) = WS-BAT-BATCH
                       AND NT-STATUS(WS-NIGHT-IX) = 'A'
                   MOVE 'DB' TO WS-BAT-REASON
               END-IF
           END-PERFORM
           IF WS-BAT-REASON = SPACES
               MOVE 'N' TO WS-LOG-EOF-SW
               OPEN INPUT BLG-FILE
               IF WS-BLG-STATUS = '00'
                   PERFORM UNTIL WS-LOG-EOF-SW = 'Y'
                       READ BLG-FILE
                           AT END
                               MOVE 'Y' TO WS-LOG-EOF-SW
                           NOT AT END
                               PERFORM MATCH-LOGGED-BATCH
                       END-READ
                   END-PERFORM
                   CLOSE BLG-FILE
               END-IF
           END-IF.

       MATCH-LOGGED-BATCH.
           IF BLG-DEPT = WS-BAT-DEPT
                   AND BLG-BATCH = WS-BAT-BATCH
                   AND BLG-STATUS = 'A'
               IF WS-RESTART-SW = 'Y'
                       AND BLG-BUS-DATE = WS-BUS-DATE
                   MOVE 'Y' TO WS-RELOGGED-SW
               ELSE
                   MOVE 'DB' TO WS-BAT-REASON
               END-IF
           END-IF.

       ADD-BATCH-DETAIL.
           ADD 1 TO WS-BAT-COUNT
           MOVE DEPT-RECORD TO TRN-RECORD
           IF TRN-N IS NUMERIC
               ADD TRN-N TO WS-BAT-HASH
           END-IF
           IF WS-BAT-REASON = SPACES
                   AND TRN-DEPT NOT = WS-BAT-DEPT
               MOVE 'DM' TO WS-BAT-REASON
           END-IF
           IF WS-BAT-COUNT > WS-BAT-MAX
               IF WS-BAT-REASON = SPACES
                   MOVE 'SZ' TO WS-BAT-REASON
               END-IF
           ELSE
               MOVE DEPT-RECORD TO WS-BAT-TRAN(WS-BAT-COUNT)
           END-IF.

       CHECK-TRAILER.
           IF ENV-TRL-COUNT IS NUMERIC
               MOVE ENV-TRL-COUNT TO WS-BAT-TRL-COUNT
           END-IF
           IF ENV-TRL-HASH IS NUMERIC
               MOVE ENV-TRL-HASH TO WS-BAT-TRL-HASH
           END-IF
           IF WS-BAT-REASON = SPACES
               IF ENV-TRL-COUNT IS NOT NUMERIC
                       OR ENV-TRL-COUNT NOT = WS-BAT-COUNT
                   MOVE 'CT' TO WS-BAT-REASON
               ELSE
                   IF ENV-TRL-HASH IS NOT NUMERIC
                           OR ENV-TRL-HASH NOT = WS-BAT-HASH
                       MOVE 'HT' TO WS-BAT-REASON
                   END-IF
               END-IF
           END-IF.

       FINISH-BATCH.
           MOVE 'N' TO WS-IN-BATCH-SW
           MOVE WS-BAT-DEPT TO BAK-DEPT
           MOVE WS-BAT-BATCH TO BAK-BATCH
           MOVE WS-BUS-DATE TO BAK-BUS-DATE
           MOVE WS-BAT-REASON TO BAK-REASON
           MOVE WS-BAT-COUNT TO BAK-COUNT
           MOVE WS-BAT-HASH TO BAK-HASH
           IF WS-BAT-REASON = SPACES
               MOVE 'A' TO BAK-STATUS
               ADD 1 TO WS-ACC-BATCH-CNT
               ADD WS-BAT-COUNT TO WS-ACC-TRAN-CNT
               PERFORM VARYING WS-BAT-IX FROM 1 BY 1
                       UNTIL WS-BAT-IX > WS-BAT-COUNT
                   WRITE TRAN-RECORD FROM WS-BAT-TRAN(WS-BAT-IX)
               END-PERFORM
           ELSE
               MOVE 'R' TO BAK-STATUS
               ADD 1 TO WS-REJ-BATCH-CNT
               ADD WS-BAT-COUNT TO WS-REJ-TRAN-CNT
           END-IF
           WRITE BAK-RECORD
           IF WS-BAT-REASON NOT = 'TM'
               ADD 1 TO WS-NIGHT-CNT
               MOVE WS-BAT-DEPT TO NT-DEPT(WS-NIGHT-CNT)
               MOVE WS-BAT-BATCH TO NT-BATCH(WS-NIGHT-CNT)
               MOVE WS-BAT-CREATE-DATE TO NT-CREATE-DATE(WS-NIGHT-CNT)
               MOVE BAK-STATUS TO NT-STATUS(WS-NIGHT-CNT)
               MOVE WS-BAT-REASON TO NT-REASON(WS-NIGHT-CNT)
               MOVE WS-BAT-COUNT TO NT-COUNT(WS-NIGHT-CNT)
               MOVE WS-BAT-HASH TO NT-HASH(WS-NIGHT-CNT)
               MOVE WS-RELOGGED-SW TO NT-LOGGED-SW(WS-NIGHT-CNT)
           END-IF
           PERFORM WRITE-BATCH-LINE.

       WRITE-BATCH-LINE.
           MOVE WS-BAT-DEPT TO INR-DEPT
           MOVE WS-BAT-BATCH TO INR-BATCH
           MOVE WS-BAT-CREATE-DATE TO INR-CREATE-DATE
           MOVE WS-BAT-COUNT TO INR-COUNT
           MOVE WS-BAT-HASH TO INR-HASH
           MOVE WS-BAT-REASON TO INR-REASON
           IF WS-BAT-REASON = SPACES
               MOVE 'ACCEPTED' TO INR-RESULT
           ELSE
               MOVE 'REJECTED' TO INR-RESULT
           END-IF
           EVALUATE WS-BAT-REASON
               WHEN SPACES
                   MOVE SPACES TO INR-REASON-TEXT
               WHEN 'HD'
                   MOVE 'HEADER INVALID' TO INR-REASON-TEXT
               WHEN 'DB'
                   MOVE 'BATCH NUMBER ALREADY RECEIVED'
                       TO INR-REASON-TEXT
               WHEN 'DM'
                   MOVE 'DETAIL FOR ANOTHER DEPT' TO INR-REASON-TEXT
               WHEN 'SZ'
                   MOVE 'BATCH TOO LARGE' TO INR-REASON-TEXT
               WHEN 'NT'
                   MOVE 'NO TRAILER - TRUNCATED' TO INR-REASON-TEXT
               WHEN 'CT'
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO INR-REASON-TEXT
               WHEN 'HT'
                   MOVE 'HASH TOTAL OUT OF BALANCE' TO INR-REASON-TEXT
               WHEN 'TM'
                   MOVE 'TOO MANY BATCHES THIS CYCLE'
                       TO INR-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO INR-REASON-TEXT
           END-EVALUATE
           WRITE RPT-RECORD FROM INR-BAT-LINE.

       WRITE-STRAY.
           ADD 1 TO WS-STRAY-CNT
           MOVE WS-LINE-NO TO INR-STRAY-NO
           MOVE DEPT-RECORD TO INR-STRAY-REC
           WRITE RPT-RECORD FROM INR-STRAY-LINE.

       LOG-BATCHES.
           OPEN EXTEND BLG-FILE
           IF WS-BLG-STATUS NOT = '00'
               OPEN OUTPUT BLG-FILE
           END-IF
           IF WS-BLG-STATUS NOT = '00'
               DISPLAY 'FACTINTK: UNABLE TO OPEN BATCHLOG - STATUS '
                   WS-BLG-STATUS ' - BATCH HISTORY NOT UPDATED'
               MOVE 16 TO RETURN-CODE
               PERFORM END-STREAM-STEP
               STOP RUN
           END-IF
           PERFORM VARYING WS-NIGHT-IX FROM 1 BY 1
                   UNTIL WS-NIGHT-IX > WS-NIGHT-CNT
               IF NT-LOGGED-SW(WS-NIGHT-IX) NOT = 'Y'
                   MOVE NT-DEPT(WS-NIGHT-IX) TO BLG-DEPT
                   MOVE NT-BATCH(WS-NIGHT-IX) TO BLG-BATCH
                   MOVE NT-CREATE-DATE(WS-NIGHT-IX) TO BLG-CREATE-DATE
                   MOVE WS-BUS-DATE TO BLG-BUS-DATE
                   MOVE NT-STATUS(WS-NIGHT-IX) TO BLG-STATUS
                   MOVE NT-REASON(WS-NIGHT-IX) TO BLG-REASON
                   MOVE NT-COUNT(WS-NIGHT-IX) TO BLG-COUNT
                   MOVE NT-HASH(WS-NIGHT-IX) TO BLG-HASH
                   WRITE BLG-RECORD
               END-IF
           END-PERFORM
           CLOSE BLG-FILE.

       WRITE-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-DEPT-STATUS = '35'
               MOVE '  NO DEPARTMENT FILE RECEIVED THIS CYCLE'
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE 'BATCHES ACCEPTED' TO INR-CNT-TEXT
           MOVE WS-ACC-BATCH-CNT TO INR-CNT-VALUE
           WRITE RPT-RECORD FROM INR-CNT-LINE
           MOVE 'BATCHES REJECTED' TO INR-CNT-TEXT
           MOVE WS-REJ-BATCH-CNT TO INR-CNT-VALUE
           WRITE RPT-RECORD FROM INR-CNT-LINE
           MOVE 'TRANSACTIONS PASSED TO EDIT' TO INR-CNT-TEXT
           MOVE WS-ACC-TRAN-CNT TO INR-CNT-VALUE
           WRITE RPT-RECORD FROM INR-CNT-LINE
           MOVE 'TRANSACTIONS IN REJECTED BATCHES' TO INR-CNT-TEXT
           MOVE WS-REJ-TRAN-CNT TO INR-CNT-VALUE
           WRITE RPT-RECORD FROM INR-CNT-LINE
           MOVE 'RECORDS OUTSIDE ANY BATCH' TO INR-CNT-TEXT
           MOVE WS-STRAY-CNT TO INR-CNT-VALUE
           WRITE RPT-RECORD FROM INR-CNT-LINE.

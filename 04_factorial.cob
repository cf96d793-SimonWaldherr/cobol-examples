           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
           SELECT AUDH-FILE ASSIGN TO "FACTAUDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDH-STATUS.
           SELECT TRIAL-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-STATUS.
           SELECT RATE-FILE ASSIGN TO "FACTRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY FACTTRAN.
       COPY FACTTRX.
       FD  RPT-FILE.
       01  RPT-RECORD          PIC X(80).
       FD  CKPT-FILE.
       COPY FACTHST.
       FD  DATE-FILE.
       COPY FACTDTE.
       FD  AUDH-FILE.
       01  AUDH-RECORD           PIC X(82).
       FD  TRIAL-FILE.
       01  TRIAL-RECORD          PIC X(80).
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RTE-FUNC        PIC X(1).
           05  RTE-RATE        PIC 9(3)V99.
           05  RTE-PRI1-PCT    PIC 9(3).
           05  RTE-REJ-FLAG    PIC X(1).
           05  RTE-REJ-RATE    PIC 9(3)V99.
       WORKING-STORAGE SECTION.
       COPY FACTWS.
       COPY FACTLIM.
       COPY FACTMST.
       COPY FACTLCK.
       COPY FACTREG.
       COPY FACTSCT.
       COPY FACTPCK.
       01  WS-EOF-SW  PIC X(1) VALUE 'N'.
       01  WS-MAIN-CARD.
           05  WS-MAIN-MODE   PIC X(8).
           05  FILLER         PIC X(1).
           05  WS-MAIN-SUPV-ID PIC X(8).
       01  WS-RUN-DATE.
           05  WS-RUN-YY      PIC 9(2).
           05  WS-RUN-MM      PIC 9(2).
       01  WS-DTL-COUNT       PIC 9(8) VALUE 0.
       01  WS-MST-AVAIL-SW    PIC X(1) VALUE 'N'.
       01  WS-MST-HIT-SW      PIC X(1).
       01  WS-REG-AVAIL-SW    PIC X(1) VALUE 'N'.
       01  WS-IFC-STATUS      PIC X(2).
       01  WS-OK-COUNT        PIC 9(8) VALUE 0.
       01  WS-REJ-COUNT       PIC 9(8) VALUE 0.
       01  WS-START-SECS      PIC 9(6).
       01  WS-END-SECS        PIC 9(6).
       01  WS-ELAPSED-SECS    PIC 9(6).
       01  WS-AUDH-STATUS     PIC X(2).
       01  WS-AUDH-EOF-SW     PIC X(1).
       01  WS-REV-COUNT       PIC 9(8) VALUE 0.
       01  WS-ORIG-FOUND-SW   PIC X(1).
       01  WS-ORIG-REVERSED-SW PIC X(1).
       01  WS-ORIG-RUN-ID     PIC X(14).
       01  WS-ORIG-PRIORITY   PIC X(1).
       01  WS-ORIG-FUNC       PIC X(1).
       01  WS-ORIG-N          PIC 9(2).
       01  WS-ORIG-R          PIC 9(2).
       01  WS-ORIG-FACT       PIC 9(19).
       01  WS-REV-DONE-CNT    PIC 9(3) VALUE 0.
       01  WS-REV-DONE-IX     PIC 9(3).
       01  WS-REV-DONE-TABLE.
           05  WS-REV-DONE-ID OCCURS 200 TIMES PIC X(8).
       01  WS-TRIAL-SW        PIC X(1) VALUE 'N'.
       01  WS-TRIAL-STATUS    PIC X(2).
       01  WS-TRIAL-CLOSED-SW PIC X(1) VALUE 'N'.
       01  WS-RATE-STATUS     PIC X(2).
       01  WS-RATE-EOF-SW     PIC X(1).
       01  WS-RATE-CNT        PIC 9(1) VALUE 0.
       01  WS-RATE-IX         PIC 9(1).
       01  WS-RATE-HIT-IX     PIC 9(1).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY  OCCURS 5 TIMES.
               10  WT-FUNC     PIC X(1).
               10  WT-RATE     PIC 9(3)V99.
               10  WT-PRI1-PCT PIC 9(3).
               10  WT-REJ-FLAG PIC X(1).
               10  WT-REJ-RATE PIC 9(3)V99.
       01  WS-PREMIUM         PIC 9(9)V99.
       01  WS-TRL-CHG-AMT     PIC 9(9)V99 VALUE 0.
       01  WS-TRL-REJ-AMT     PIC 9(9)V99 VALUE 0.
       01  WS-TRL-REV-AMT     PIC 9(9)V99 VALUE 0.
       01  WS-TRL-NET-AMT     PIC S9(9)V99 VALUE 0.
       01  WS-TRL-UNPRICED    PIC 9(8) VALUE 0.
       01  WS-TRL-HIST-RUNS   PIC 9(8) VALUE 0.
       01  WS-TRL-HIST-IN     PIC 9(10) VALUE 0.
       01  WS-TRL-HIST-SECS   PIC 9(10) VALUE 0.
       01  WS-TRL-EST-SECS    PIC 9(8) VALUE 0.
       01  WS-TRL-RSN-CNT     PIC 9(2) VALUE 0.
       01  WS-TRL-RSN-IX      PIC 9(2).
       01  WS-TRL-RSN-HIT-IX  PIC 9(2).
       01  WS-TRL-RSN-TABLE.
           05  WS-TRL-RSN-ENTRY OCCURS 20 TIMES.
               10  TR-RSN-CODE PIC X(2).
               10  TR-RSN-TEXT PIC X(25).
               10  TR-RSN-CNT  PIC 9(8).

       01  HDG-LINE-1.
           05  FILLER         PIC X(20) VALUE 'FACTORIAL REPORT'.
           05  DTL-FACT       PIC Z(18)9.
           05  FILLER         PIC X(2) VALUE SPACES.
           05  DTL-STATUS     PIC X(25).
       01  TRL-HDG-LINE.
           05  FILLER         PIC X(20) VALUE 'TRIAL - NOT POSTED'.
           05  FILLER         PIC X(15) VALUE 'BUSINESS DATE: '.
           05  TRH-DATE       PIC 99/99/99.
           05  FILLER         PIC X(3)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE 'PAGE: '.
           05  TRH-PAGE       PIC ZZZ9.
       01  TRL-SUM-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TSL-TEXT       PIC X(40).
           05  TSL-COUNT      PIC ZZZZZZZ9.
       01  TRL-AMT-LINE.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TAL-TEXT       PIC X(40).
           05  TAL-AMT        PIC ZZZZZZZZ9.99-.
       01  TRL-RSN-LINE.
           05  FILLER         PIC X(4)  VALUE SPACES.
           05  TRL-RSN-CODE   PIC X(2).
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  TRL-RSN-TEXT   PIC X(34).
           05  TRL-RSN-CNT    PIC ZZZZZZZ9.
       COPY FACTAUD.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-MAIN-CARD
           ACCEPT WS-MAIN-CARD
           IF WS-MAIN-MODE = 'TRIAL'
               PERFORM RUN-TRIAL
               STOP RUN
           END-IF
           PERFORM BEGIN-STREAM-STEP
           PERFORM SET-RUN-LOCK
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN TRANSIN - STATUS '
                   WS-TRANS-STATUS
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN FACTRPT - STATUS '
                   WS-RPT-STATUS
               CLOSE TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
               OPEN OUTPUT SUSP-FILE
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PERIOD-OPEN
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPEN-MASTER
           PERFORM OPEN-REGISTRY
           PERFORM INIT-CHECKPOINT
           PERFORM OPEN-EXTRACT
           PERFORM UNTIL WS-EOF-SW = 'Y'
           CLOSE AUDIT-FILE
           CLOSE SUSP-FILE
           PERFORM CLOSE-MASTER
           PERFORM CLOSE-REGISTRY
           PERFORM RELEASE-RUN-LOCK
           PERFORM END-STREAM-STEP
           STOP RUN.

       BEGIN-STREAM-STEP.
           MOVE 'B' TO SCT-FUNC
           MOVE 'FACTMAIN' TO SCT-STEP
           CALL 'FACTSCTL' USING SCT-PARMS
               ON EXCEPTION
                   MOVE '9' TO SCT-STATUS
           END-CALL
           EVALUATE SCT-STATUS
               WHEN '1'
                   DISPLAY 'FACTMAIN: ALREADY COMPLETED FOR BUSINESS '
                       'DATE ' SCT-BUS-DATE ' - STEP SKIPPED'
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               WHEN '2'
                   DISPLAY 'FACTMAIN: RERUN FOR BUSINESS DATE '
                       SCT-BUS-DATE ' - PRIOR ATTEMPT DID NOT COMPLETE'
               WHEN '9'
                   DISPLAY 'FACTMAIN: STREAM CONTROL UNAVAILABLE - '
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

       SET-RUN-LOCK.
           MOVE 'S' TO LCK-FUNC
           MOVE 'FACTMAIN' TO LCK-REQUESTOR
           END-IF.

       RELEASE-RUN-LOCK.
           IF WS-TRIAL-SW = 'N'
               MOVE 'R' TO LCK-FUNC
               MOVE 'FACTMAIN' TO LCK-REQUESTOR
               CALL 'FACTLOCK' USING LCK-PARMS
                   ON EXCEPTION
                       CONTINUE
               END-CALL
           END-IF.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN FACTDATE - STATUS '
                   WS-DATE-STATUS ' - RUN FACTDSET FIRST'
               CLOSE TRANS-FILE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSP-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ DATE-FILE
           IF DTE-BUS-DATE IS NOT NUMERIC
               DISPLAY 'FACTMAIN: BUSINESS DATE CONTROL RECORD '
                   'MISSING OR INVALID - RUN FACTDSET FIRST'
               CLOSE TRANS-FILE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSP-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DTE-BUS-DATE TO WS-RUN-DATE-NUM.

       CHECK-PERIOD-OPEN.
           MOVE 'T' TO PCK-FUNC
           COMPUTE PCK-MONTH = WS-RUN-DATE-NUM / 100
           CALL 'FACTPERC' USING PCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO PCK-STATUS
           END-CALL
           IF PCK-STATUS = '1'
               DISPLAY 'FACTMAIN: MONTH ' PCK-MONTH ' WAS CLOSED ON '
                   PCK-CLOSE-DATE ' BY ' PCK-CLOSE-OPER
               IF WS-MAIN-MODE = 'OVERRIDE'
                       AND WS-MAIN-SUPV-ID NOT = SPACES
                   MOVE 'O' TO PCK-FUNC
                   MOVE WS-MAIN-SUPV-ID TO PCK-OPER-ID
                   MOVE 'FACTMAIN' TO PCK-PROGRAM
                   CALL 'FACTPERC' USING PCK-PARMS
                   IF PCK-STATUS = '0'
                       DISPLAY 'FACTMAIN: CLOSED-MONTH OVERRIDE BY '
                           WS-MAIN-SUPV-ID ' RECORDED'
                   ELSE
                       DISPLAY 'FACTMAIN: ' WS-MAIN-SUPV-ID
                           ' IS NOT AN ACTIVE SUPERVISOR - '
                           'CLOSED-MONTH OVERRIDE REFUSED'
                       MOVE '1' TO PCK-STATUS
                   END-IF
               END-IF
           END-IF
           IF PCK-STATUS NOT = '0'
               IF PCK-STATUS = '9'
                   DISPLAY 'FACTMAIN: PERIOD CONTROL UNAVAILABLE - '
                       'RUN HELD'
               ELSE
                   DISPLAY 'FACTMAIN: NOTHING BOOKED TO A CLOSED '
                       'MONTH - RUN HELD (SYSIN OVERRIDE AND '
                       'SUPERVISOR ID TO FORCE)'
               END-IF
               CLOSE TRANS-FILE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSP-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-EXTRACT.
           IF WS-SKIP-COUNT = 0
               OPEN OUTPUT IFC-FILE
           IF WS-IFC-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN ACTEXT - STATUS '
                   WS-IFC-STATUS
               CLOSE TRANS-FILE
               CLOSE RPT-FILE
               CLOSE AUDIT-FILE
               CLOSE SUSP-FILE
               PERFORM CLOSE-MASTER
               PERFORM CLOSE-REGISTRY
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SKIP-COUNT = 0
               CALL 'FACTMSTR' USING MST-PARMS
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
           IF REG-STATUS = '0'
               MOVE 'Y' TO WS-REG-AVAIL-SW
           ELSE
               DISPLAY 'FACTMAIN: REQUEST REGISTRY UNAVAILABLE - '
                   'DISPOSITIONS NOT RECORDED'
           END-IF.

       CLOSE-REGISTRY.
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE 'C' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
           END-IF.

       UPDATE-REGISTRY.
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   MOVE 'U' TO REG-FUNC
               ELSE
                   MOVE 'W' TO REG-FUNC
                   MOVE TRN-DEPT TO REG-DEPT
                   MOVE SPACES TO REG-EDIT-ID
                   MOVE SPACES TO REG-RUN-ID
                   MOVE WS-RUN-DATE-NUM TO REG-BUS-DATE
               END-IF
               IF REG-RUN-ID = SPACES
                   MOVE WS-RUN-ID TO REG-RUN-ID
               END-IF
               IF FACT-STATUS = 'E'
                   MOVE 'E' TO REG-DISP
                   MOVE WS-REJ-REASON TO REG-REASON
               ELSE
                   MOVE 'C' TO REG-DISP
                   MOVE SPACES TO REG-REASON
               END-IF
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS NOT = '0'
                   DISPLAY 'FACTMAIN: UNABLE TO RECORD DISPOSITION '
                       'FOR ' TRN-REQUEST-ID
               END-IF
           END-IF.

       GET-RESULT.
           MOVE 'N' TO WS-MST-HIT-SW
           IF WS-MST-AVAIL-SW = 'Y' AND FACT-FUNC = 'F'
           CLOSE CKPT-FILE.

       PROCESS-RECORD.
           IF TRN-FUNC = 'X'
               PERFORM PROCESS-REVERSAL
           ELSE
               PERFORM PROCESS-REQUEST
           END-IF.

       PROCESS-REQUEST.
           MOVE TRN-N TO FACT-N
           IF TRN-FUNC = 'P' OR TRN-FUNC = 'C'
               MOVE TRN-FUNC TO FACT-FUNC
                       MOVE 'REJECTED - OVERFLOW' TO DTL-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-REJ-REASON
               MOVE FACT-RESULT TO DTL-FACT
           ELSE
               ADD 1 TO WS-OK-COUNT
           END-IF
           IF WS-TRIAL-SW = 'Y'
               PERFORM WRITE-TRIAL-DETAIL
           ELSE
               IF FACT-STATUS = 'E'
                   PERFORM WRITE-SUSPENSE-RECORD
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM UPDATE-REGISTRY
               PERFORM WRITE-EXTRACT-DETAIL
               WRITE RPT-RECORD FROM DTL-LINE
           END-IF
           ADD 1 TO WS-DTL-COUNT
           ADD 1 TO WS-LINE-CNT.

       PROCESS-REVERSAL.
           IF WS-LINE-CNT = 0 OR WS-LINE-CNT >= WS-MAX-LINES
               PERFORM WRITE-HEADINGS
           END-IF
           MOVE SPACES TO WS-REJ-REASON
           PERFORM FIND-ORIGINAL-REQUEST
           IF WS-ORIG-FOUND-SW = 'N'
               MOVE 'RU' TO WS-REJ-REASON
           ELSE
               IF WS-ORIG-REVERSED-SW = 'Y'
                   MOVE 'RA' TO WS-REJ-REASON
               END-IF
           END-IF
           MOVE TRX-ORIG-REQ-ID TO DTL-REQ-ID
           MOVE TRX-DEPT TO DTL-DEPT
           MOVE TRX-INIT TO DTL-INIT
           MOVE TRX-PRIORITY TO DTL-PRI
           MOVE 'X' TO DTL-FUNC
           IF WS-REJ-REASON = SPACES
               MOVE WS-ORIG-FUNC TO FACT-FUNC
               MOVE WS-ORIG-N TO FACT-N
               MOVE WS-ORIG-R TO FACT-R
               MOVE WS-ORIG-FACT TO FACT-RESULT
               MOVE SPACE TO FACT-STATUS
               MOVE FACT-N TO DTL-N
               MOVE FACT-R TO DTL-R
               MOVE WS-ORIG-FACT TO DTL-FACT
               MOVE SPACES TO DTL-STATUS
               STRING 'REVERSES ' WS-ORIG-RUN-ID
                   DELIMITED BY SIZE INTO DTL-STATUS
               ADD 1 TO WS-REV-COUNT
               PERFORM RECORD-REVERSAL
               IF WS-TRIAL-SW = 'N'
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-EXTRACT-ADJUSTMENT
               END-IF
           ELSE
               MOVE 'X' TO FACT-FUNC
               MOVE 0 TO FACT-N
               MOVE 0 TO FACT-R
               MOVE 0 TO FACT-RESULT
               MOVE 'E' TO FACT-STATUS
               MOVE 0 TO DTL-N
               MOVE 0 TO DTL-R
               MOVE 0 TO DTL-FACT
               IF WS-REJ-REASON = 'RU'
                   MOVE 'REJECTED - ORIGINAL UNKNOWN' TO DTL-STATUS
               ELSE
                   MOVE 'REJECTED - ALREADY REVERSED' TO DTL-STATUS
               END-IF
               ADD 1 TO WS-REJ-COUNT
               IF WS-TRIAL-SW = 'N'
                   PERFORM WRITE-SUSPENSE-RECORD
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF
           IF WS-TRIAL-SW = 'Y'
               PERFORM WRITE-TRIAL-DETAIL
           ELSE
               WRITE RPT-RECORD FROM DTL-LINE
           END-IF
           ADD 1 TO WS-DTL-COUNT
           ADD 1 TO WS-LINE-CNT.

       FIND-ORIGINAL-REQUEST.
           MOVE 'N' TO WS-ORIG-FOUND-SW
           MOVE 'N' TO WS-ORIG-REVERSED-SW
           MOVE SPACES TO WS-ORIG-RUN-ID
           PERFORM VARYING WS-REV-DONE-IX FROM 1 BY 1
                   UNTIL WS-REV-DONE-IX > WS-REV-DONE-CNT
               IF WS-REV-DONE-ID(WS-REV-DONE-IX) = TRX-ORIG-REQ-ID
                   MOVE 'Y' TO WS-ORIG-REVERSED-SW
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-AUDH-EOF-SW
           OPEN INPUT AUDH-FILE
           IF WS-AUDH-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: AUDIT HISTORY UNAVAILABLE - STATUS '
                   WS-AUDH-STATUS ' - REVERSAL OF ' TRX-ORIG-REQ-ID
                   ' CANNOT BE MATCHED'
           ELSE
               PERFORM UNTIL WS-AUDH-EOF-SW = 'Y'
                   READ AUDH-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDH-EOF-SW
                       NOT AT END
                           MOVE AUDH-RECORD TO AUD-LINE
                           IF AUD-REQUEST-ID = TRX-ORIG-REQ-ID
                               PERFORM MATCH-ORIGINAL-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDH-FILE
           END-IF
           IF WS-REG-AVAIL-SW = 'Y'
               MOVE TRX-ORIG-REQ-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0' AND REG-DISP = 'R'
                       AND REG-EDIT-ID NOT = WS-RUN-ID
                   MOVE 'Y' TO WS-ORIG-REVERSED-SW
               END-IF
           END-IF.

       MATCH-ORIGINAL-REQUEST.
           EVALUATE AUD-STATUS
               WHEN 'O'
                   IF AUD-RUN-ID(5:4) = TRX-ORIG-RUN-MMDD
                           AND AUD-DEPT = TRX-DEPT
                       MOVE 'Y' TO WS-ORIG-FOUND-SW
                       MOVE AUD-RUN-ID TO WS-ORIG-RUN-ID
                       MOVE AUD-PRIORITY TO WS-ORIG-PRIORITY
                       MOVE AUD-FUNC TO WS-ORIG-FUNC
                       MOVE AUD-N TO WS-ORIG-N
                       MOVE AUD-R TO WS-ORIG-R
                       MOVE AUD-FACT TO WS-ORIG-FACT
                   END-IF
               WHEN 'R'
                   IF AUD-RUN-ID NOT = WS-RUN-ID
                       MOVE 'Y' TO WS-ORIG-REVERSED-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECORD-REVERSAL.
           IF WS-REV-DONE-CNT < 200
               ADD 1 TO WS-REV-DONE-CNT
               MOVE TRX-ORIG-REQ-ID TO WS-REV-DONE-ID(WS-REV-DONE-CNT)
           END-IF
           IF WS-REG-AVAIL-SW = 'Y' AND WS-TRIAL-SW = 'N'
               MOVE TRX-ORIG-REQ-ID TO REG-REQUEST-ID
               MOVE 'R' TO REG-FUNC
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS = '0'
                   MOVE 'U' TO REG-FUNC
               ELSE
                   MOVE 'W' TO REG-FUNC
                   MOVE TRX-DEPT TO REG-DEPT
                   MOVE WS-ORIG-RUN-ID TO REG-RUN-ID
                   MOVE WS-RUN-DATE-NUM TO REG-BUS-DATE
               END-IF
               MOVE WS-RUN-ID TO REG-EDIT-ID
               MOVE 'R' TO REG-DISP
               MOVE SPACES TO REG-REASON
               CALL 'FACTREGR' USING REG-PARMS
               IF REG-STATUS NOT = '0'
                   DISPLAY 'FACTMAIN: UNABLE TO RECORD REVERSAL '
                       'FOR ' TRX-ORIG-REQ-ID
               END-IF
           END-IF.

       WRITE-EXTRACT-ADJUSTMENT.
           MOVE SPACES TO IFC-RECORD
           MOVE 'A' TO IFC-REC-TYPE
           MOVE TRX-ORIG-REQ-ID TO IFC-DTL-REQUEST-ID
           MOVE FACT-FUNC TO IFC-DTL-FUNC
           MOVE FACT-N TO IFC-DTL-N
           MOVE FACT-R TO IFC-DTL-R
           MOVE FACT-RESULT TO IFC-DTL-RESULT
           MOVE 'R' TO IFC-DTL-STATUS
           MOVE WS-ORIG-RUN-ID TO IFC-DTL-RUN-ID
           WRITE IFC-RECORD.

       WRITE-CONTROL-RECORD.
           OPEN OUTPUT CTL-FILE
           MOVE WS-RUN-ID TO CTL-RUN-ID
           MOVE WS-DTL-COUNT TO CTL-DTL-COUNT
           MOVE WS-OK-COUNT TO CTL-OK-COUNT
           MOVE WS-REJ-COUNT TO CTL-REJ-COUNT
           MOVE WS-REV-COUNT TO CTL-REV-COUNT
           WRITE CTL-RECORD
           CLOSE CTL-FILE.

               MOVE 'E' TO AUD-STATUS
               MOVE WS-REJ-REASON TO AUD-REASON
           ELSE
               IF TRN-FUNC = 'X'
                   MOVE 'R' TO AUD-STATUS
                   MOVE WS-ORIG-PRIORITY TO AUD-PRIORITY
               ELSE
                   MOVE 'O' TO AUD-STATUS
               END-IF
               MOVE SPACES TO AUD-REASON
           END-IF
           WRITE AUDIT-RECORD FROM AUD-LINE.

       WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           IF WS-TRIAL-SW = 'Y'
               MOVE WS-RUN-DATE-NUM TO TRH-DATE
               MOVE WS-PAGE-NO TO TRH-PAGE
               WRITE TRIAL-RECORD FROM TRL-HDG-LINE
               WRITE TRIAL-RECORD FROM HDG-LINE-2
           ELSE
               MOVE WS-RUN-DATE-NUM TO HDG-DATE
               MOVE WS-PAGE-NO TO HDG-PAGE
               WRITE RPT-RECORD FROM HDG-LINE-1
               WRITE RPT-RECORD FROM HDG-LINE-2
           END-IF
           MOVE 0 TO WS-LINE-CNT.

       RUN-TRIAL.
           MOVE 'Y' TO WS-TRIAL-SW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN TRANSIN - STATUS '
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRIAL-FILE
           IF WS-TRIAL-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: UNABLE TO OPEN TRIALRPT - STATUS '
                   WS-TRIAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE TRANS-FILE
               STOP RUN
           END-IF
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-TRIAL-PERIOD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING 'TR' WS-RUN-YY WS-RUN-MM WS-RUN-DD
               WS-RUN-HH WS-RUN-MN WS-RUN-SS
               DELIMITED BY SIZE INTO WS-RUN-ID
           PERFORM LOAD-TRIAL-RATES
           PERFORM OPEN-MASTER
           PERFORM OPEN-REGISTRY
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       PERFORM PROCESS-RECORD
               END-READ
           END-PERFORM
           PERFORM LOAD-RUN-AVERAGES
           PERFORM WRITE-TRIAL-SUMMARY
           CLOSE TRANS-FILE
           CLOSE TRIAL-FILE
           PERFORM CLOSE-MASTER
           PERFORM CLOSE-REGISTRY
           DISPLAY 'FACTMAIN: TRIAL RUN - READ ' WS-REC-COUNT
               ' ACCEPTED ' WS-OK-COUNT ' REJECTED ' WS-REJ-COUNT
               ' REVERSED ' WS-REV-COUNT ' - NOTHING POSTED'
           IF WS-REJ-COUNT > 0 OR WS-TRIAL-CLOSED-SW = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       CHECK-TRIAL-PERIOD.
           MOVE 'T' TO PCK-FUNC
           COMPUTE PCK-MONTH = WS-RUN-DATE-NUM / 100
           CALL 'FACTPERC' USING PCK-PARMS
               ON EXCEPTION
                   MOVE '9' TO PCK-STATUS
           END-CALL
           IF PCK-STATUS = '1'
               MOVE 'Y' TO WS-TRIAL-CLOSED-SW
               DISPLAY 'FACTMAIN: MONTH ' PCK-MONTH ' WAS CLOSED ON '
                   PCK-CLOSE-DATE ' - A NIGHTLY RUN WOULD BE HELD'
           END-IF.

       LOAD-TRIAL-RATES.
           MOVE 'N' TO WS-RATE-EOF-SW
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'FACTMAIN: NO FACTRATE - STATUS '
                   WS-RATE-STATUS ' - CHARGEBACK NOT PROJECTED'
           ELSE
               PERFORM UNTIL WS-RATE-EOF-SW = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-RATE-EOF-SW
                       NOT AT END
                           IF WS-RATE-CNT < 5
                               ADD 1 TO WS-RATE-CNT
                               MOVE RATE-RECORD TO
                                   WS-RATE-ENTRY(WS-RATE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       WRITE-TRIAL-DETAIL.
           WRITE TRIAL-RECORD FROM DTL-LINE
           IF FACT-STATUS = 'E'
               PERFORM TALLY-TRIAL-REASON
           END-IF
           PERFORM PRICE-TRIAL-ITEM.

       TALLY-TRIAL-REASON.
           MOVE 0 TO WS-TRL-RSN-HIT-IX
           PERFORM VARYING WS-TRL-RSN-IX FROM 1 BY 1
                   UNTIL WS-TRL-RSN-IX > WS-TRL-RSN-CNT
                      OR WS-TRL-RSN-HIT-IX > 0
               IF TR-RSN-CODE(WS-TRL-RSN-IX) = WS-REJ-REASON
                   MOVE WS-TRL-RSN-IX TO WS-TRL-RSN-HIT-IX
               END-IF
           END-PERFORM
           IF WS-TRL-RSN-HIT-IX = 0 AND WS-TRL-RSN-CNT < 20
               ADD 1 TO WS-TRL-RSN-CNT
               MOVE WS-TRL-RSN-CNT TO WS-TRL-RSN-HIT-IX
               MOVE WS-REJ-REASON TO TR-RSN-CODE(WS-TRL-RSN-HIT-IX)
               MOVE DTL-STATUS TO TR-RSN-TEXT(WS-TRL-RSN-HIT-IX)
               MOVE 0 TO TR-RSN-CNT(WS-TRL-RSN-HIT-IX)
           END-IF
           IF WS-TRL-RSN-HIT-IX > 0
               ADD 1 TO TR-RSN-CNT(WS-TRL-RSN-HIT-IX)
           END-IF.

       PRICE-TRIAL-ITEM.
           MOVE 0 TO WS-RATE-HIT-IX
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-CNT
                      OR WS-RATE-HIT-IX > 0
               IF WT-FUNC(WS-RATE-IX) = FACT-FUNC
                   MOVE WS-RATE-IX TO WS-RATE-HIT-IX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RATE-HIT-IX = 0
                   IF FACT-FUNC NOT = 'X'
                       ADD 1 TO WS-TRL-UNPRICED
                   END-IF
               WHEN FACT-STATUS = 'E'
                   IF WT-REJ-FLAG(WS-RATE-HIT-IX) = 'Y'
                       ADD WT-REJ-RATE(WS-RATE-HIT-IX)
                           TO WS-TRL-REJ-AMT
                   END-IF
               WHEN TRN-FUNC = 'X'
                   ADD WT-RATE(WS-RATE-HIT-IX) TO WS-TRL-REV-AMT
                   IF WS-ORIG-PRIORITY = '1'
                       COMPUTE WS-PREMIUM ROUNDED =
                           WT-RATE(WS-RATE-HIT-IX) *
                           WT-PRI1-PCT(WS-RATE-HIT-IX) / 100
                       ADD WS-PREMIUM TO WS-TRL-REV-AMT
                   END-IF
               WHEN OTHER
                   ADD WT-RATE(WS-RATE-HIT-IX) TO WS-TRL-CHG-AMT
                   IF TRN-PRIORITY = '1'
                       COMPUTE WS-PREMIUM ROUNDED =
                           WT-RATE(WS-RATE-HIT-IX) *
                           WT-PRI1-PCT(WS-RATE-HIT-IX) / 100
                       ADD WS-PREMIUM TO WS-TRL-CHG-AMT
                   END-IF
           END-EVALUATE.

       LOAD-RUN-AVERAGES.
           MOVE 'N' TO WS-AUDH-EOF-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-AUDH-EOF-SW = 'Y'
                   READ HIST-FILE
                       AT END
                           MOVE 'Y' TO WS-AUDH-EOF-SW
                       NOT AT END
                           IF HST-IN-COUNT IS NUMERIC
                                   AND HST-ELAPSED-SEC IS NUMERIC
                               ADD 1 TO WS-TRL-HIST-RUNS
                               ADD HST-IN-COUNT TO WS-TRL-HIST-IN
                               ADD HST-ELAPSED-SEC TO WS-TRL-HIST-SECS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           IF WS-TRL-HIST-IN > 0
               COMPUTE WS-TRL-EST-SECS ROUNDED =
                   WS-REC-COUNT * WS-TRL-HIST-SECS / WS-TRL-HIST-IN
           END-IF.

       WRITE-TRIAL-SUMMARY.
           MOVE SPACES TO TRIAL-RECORD
           WRITE TRIAL-RECORD
           WRITE TRIAL-RECORD FROM TRL-HDG-LINE
           MOVE 'TRANSACTIONS READ:' TO TSL-TEXT
           MOVE WS-REC-COUNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           MOVE 'PROJECTED ACCEPTS:' TO TSL-TEXT
           MOVE WS-OK-COUNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           MOVE 'PROJECTED REVERSALS:' TO TSL-TEXT
           MOVE WS-REV-COUNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           MOVE 'PROJECTED REJECTS:' TO TSL-TEXT
           MOVE WS-REJ-COUNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           PERFORM VARYING WS-TRL-RSN-IX FROM 1 BY 1
                   UNTIL WS-TRL-RSN-IX > WS-TRL-RSN-CNT
               MOVE TR-RSN-CODE(WS-TRL-RSN-IX) TO TRL-RSN-CODE
               MOVE TR-RSN-TEXT(WS-TRL-RSN-IX) TO TRL-RSN-TEXT
               MOVE TR-RSN-CNT(WS-TRL-RSN-IX) TO TRL-RSN-CNT
               WRITE TRIAL-RECORD FROM TRL-RSN-LINE
           END-PERFORM
           MOVE 'RESULTS FROM MASTER:' TO TSL-TEXT
           MOVE WS-MST-HIT-CNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           MOVE 'RESULTS COMPUTED:' TO TSL-TEXT
           MOVE WS-CALC-CNT TO TSL-COUNT
           WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           IF WS-RATE-CNT = 0
               MOVE 'CHARGEBACK NOT PROJECTED - NO RATES' TO TSL-TEXT
               MOVE 0 TO TSL-COUNT
               WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           ELSE
               COMPUTE WS-TRL-NET-AMT = WS-TRL-CHG-AMT
                   + WS-TRL-REJ-AMT - WS-TRL-REV-AMT
               MOVE 'PROJECTED CHARGES:' TO TAL-TEXT
               MOVE WS-TRL-CHG-AMT TO TAL-AMT
               WRITE TRIAL-RECORD FROM TRL-AMT-LINE
               MOVE 'PROJECTED REJECT HANDLING:' TO TAL-TEXT
               MOVE WS-TRL-REJ-AMT TO TAL-AMT
               WRITE TRIAL-RECORD FROM TRL-AMT-LINE
               MOVE 'PROJECTED REVERSAL CREDITS:' TO TAL-TEXT
               MOVE WS-TRL-REV-AMT TO TAL-AMT
               WRITE TRIAL-RECORD FROM TRL-AMT-LINE
               MOVE 'PROJECTED CHARGEBACK COST:' TO TAL-TEXT
               MOVE WS-TRL-NET-AMT TO TAL-AMT
               WRITE TRIAL-RECORD FROM TRL-AMT-LINE
               IF WS-TRL-UNPRICED > 0
                   MOVE 'ITEMS WITH NO RATE (NOT PRICED):' TO TSL-TEXT
                   MOVE WS-TRL-UNPRICED TO TSL-COUNT
                   WRITE TRIAL-RECORD FROM TRL-SUM-LINE
               END-IF
           END-IF
           IF WS-TRL-HIST-RUNS = 0
               MOVE 'RUN TIME NOT PROJECTED - NO RUN HISTORY'
                   TO TSL-TEXT
               MOVE 0 TO TSL-COUNT
               WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           ELSE
               MOVE 'EXPECTED RUN TIME (SECONDS):' TO TSL-TEXT
               MOVE WS-TRL-EST-SECS TO TSL-COUNT
               WRITE TRIAL-RECORD FROM TRL-SUM-LINE
               MOVE 'BASED ON PRIOR NIGHTLY RUNS:' TO TSL-TEXT
               MOVE WS-TRL-HIST-RUNS TO TSL-COUNT
               WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           END-IF
           IF WS-TRIAL-CLOSED-SW = 'Y'
               MOVE 'MONTH CLOSED - NIGHTLY RUN WOULD BE HELD'
                   TO TSL-TEXT
               MOVE 0 TO TSL-COUNT
               WRITE TRIAL-RECORD FROM TRL-SUM-LINE
           END-IF
           MOVE 'TRIAL - NOT POSTED - NO FILE HAS BEEN UPDATED'
               TO TRIAL-RECORD
           WRITE TRIAL-RECORD.

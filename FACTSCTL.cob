       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTSCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STR-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STR-STATUS.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STR-FILE.
       COPY FACTSTR.
       FD  DATE-FILE.
       COPY FACTDTE.
       WORKING-STORAGE SECTION.
       01  WS-STR-STATUS       PIC X(2).
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-EOF-SW           PIC X(1).
       01  WS-STEP-STATE       PIC X(1).
       01  WS-EVENT            PIC X(1).
       01  WS-WRITE-OK-SW      PIC X(1).
       01  WS-TIME-RAW         PIC 9(8).
       LINKAGE SECTION.
       COPY FACTSCT.
       PROCEDURE DIVISION USING SCT-PARMS.
       MAIN-PARA.
           MOVE '0' TO SCT-STATUS
           EVALUATE SCT-FUNC
               WHEN 'B'
                   PERFORM BEGIN-STEP
               WHEN 'E'
                   IF SCT-BUS-DATE IS NOT NUMERIC OR SCT-BUS-DATE = 0
                       PERFORM READ-BUSINESS-DATE
                   END-IF
                   IF SCT-STATUS = '0'
                       MOVE 'E' TO WS-EVENT
                       PERFORM WRITE-STREAM-EVENT
                       IF WS-WRITE-OK-SW = 'N'
                           MOVE '9' TO SCT-STATUS
                       END-IF
                   END-IF
               WHEN 'X'
                   PERFORM RESET-STEP
               WHEN OTHER
                   MOVE '9' TO SCT-STATUS
           END-EVALUATE
           GOBACK.

       BEGIN-STEP.
           PERFORM READ-BUSINESS-DATE
           IF SCT-STATUS = '0'
               PERFORM FIND-STEP-STATE
               MOVE 0 TO SCT-RC
               IF SCT-STATUS = '1'
                   MOVE 'S' TO WS-EVENT
               ELSE
                   MOVE 'B' TO WS-EVENT
               END-IF
               PERFORM WRITE-STREAM-EVENT
               IF WS-WRITE-OK-SW = 'N' AND SCT-STATUS NOT = '1'
                   MOVE '9' TO SCT-STATUS
               END-IF
           END-IF.

       RESET-STEP.
           IF SCT-BUS-DATE IS NOT NUMERIC OR SCT-BUS-DATE = 0
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF SCT-STATUS = '0'
               MOVE 0 TO SCT-RC
               MOVE 'X' TO WS-EVENT
               PERFORM WRITE-STREAM-EVENT
               IF WS-WRITE-OK-SW = 'N'
                   MOVE '9' TO SCT-STATUS
               END-IF
           END-IF.

       READ-BUSINESS-DATE.
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS NOT = '00'
               MOVE '9' TO SCT-STATUS
           ELSE
               READ DATE-FILE
                   AT END
                       MOVE SPACES TO DTE-RECORD
               END-READ
               CLOSE DATE-FILE
               IF DTE-BUS-DATE IS NOT NUMERIC
                   MOVE '9' TO SCT-STATUS
               ELSE
                   MOVE DTE-BUS-DATE TO SCT-BUS-DATE
               END-IF
           END-IF.

       FIND-STEP-STATE.
           MOVE 'N' TO WS-STEP-STATE
           MOVE 0 TO SCT-PRIOR-RC
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT STR-FILE
           IF WS-STR-STATUS = '00'
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ STR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STR-BUS-DATE = SCT-BUS-DATE
                                   AND STR-STEP = SCT-STEP
                               PERFORM APPLY-STREAM-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STR-FILE
           END-IF
           EVALUATE WS-STEP-STATE
               WHEN 'C'
                   MOVE '1' TO SCT-STATUS
               WHEN 'B'
               WHEN 'F'
                   MOVE '2' TO SCT-STATUS
               WHEN OTHER
                   MOVE '0' TO SCT-STATUS
           END-EVALUATE.

       APPLY-STREAM-EVENT.
           EVALUATE STR-EVENT
               WHEN 'B'
                   IF WS-STEP-STATE NOT = 'C'
                       MOVE 'B' TO WS-STEP-STATE
                   END-IF
               WHEN 'E'
                   MOVE STR-RC TO SCT-PRIOR-RC
                   IF STR-RC > 4
                       MOVE 'F' TO WS-STEP-STATE
                   ELSE
                       MOVE 'C' TO WS-STEP-STATE
                   END-IF
               WHEN 'X'
                   MOVE 'N' TO WS-STEP-STATE
                   MOVE 0 TO SCT-PRIOR-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-STREAM-EVENT.
           OPEN EXTEND STR-FILE
           IF WS-STR-STATUS NOT = '00'
               OPEN OUTPUT STR-FILE
           END-IF
           IF WS-STR-STATUS NOT = '00'
               MOVE 'N' TO WS-WRITE-OK-SW
           ELSE
               MOVE 'Y' TO WS-WRITE-OK-SW
               MOVE SCT-BUS-DATE TO STR-BUS-DATE
               MOVE SCT-STEP TO STR-STEP
               MOVE WS-EVENT TO STR-EVENT
               ACCEPT STR-DATE FROM DATE
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW(1:6) TO STR-TIME
               MOVE SCT-RC TO STR-RC
               WRITE STR-RECORD
               CLOSE STR-FILE
           END-IF.

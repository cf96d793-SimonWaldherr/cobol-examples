       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTDPTM IS INITIAL.
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
       COPY FACTDPT.
       01  WS-JRN-STATUS       PIC X(2).
       01  WS-CONTINUE         PIC X(1) VALUE 'Y'.
       01  WS-CHANGED-CNT      PIC 9(3) VALUE 0.
       01  WS-LIST-CNT         PIC 9(3).
       01  WS-CHOICE           PIC X(1).
       01  WS-IN-CODE          PIC X(4).
       01  WS-IN-NAME          PIC X(30).
       01  WS-IN-COST-CTR      PIC X(8).
       01  WS-IN-CONTACT       PIC X(20).
       01  WS-IN-EFF-FROM      PIC X(6).
       01  WS-IN-EFF-TO        PIC X(6).
       01  WS-ADD-OK-SW        PIC X(1).
       01  WS-TODAY            PIC 9(6).
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
           MOVE 'I' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
               ON EXCEPTION
                   MOVE '9' TO DPT-STATUS
           END-CALL
           IF DPT-STATUS NOT = '0'
               DISPLAY 'FACTDPTM: DEPARTMENT MASTER UNAVAILABLE - '
                   'NOTIFY OPERATIONS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE
           PERFORM UNTIL WS-CONTINUE = 'N'
               DISPLAY ' '
               DISPLAY 'L=LIST  A=ADD  C=CHANGE  X=CLOSE  Q=QUIT'
               DISPLAY 'SELECT: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-DEPARTMENTS
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-DEPARTMENT
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CHANGE-DEPARTMENT
                   WHEN 'X'
                   WHEN 'x'
                       PERFORM CLOSE-DEPARTMENT
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'N' TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY 'INVALID SELECTION'
               END-EVALUATE
           END-PERFORM
           MOVE 'C' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           DISPLAY 'FACTDPTM: ' WS-CHANGED-CNT
               ' DEPARTMENT MASTER CHANGE(S) MADE'
           GOBACK.

       LIST-DEPARTMENTS.
           MOVE 0 TO WS-LIST-CNT
           MOVE LOW-VALUES TO DPT-CODE
           MOVE 'S' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           PERFORM UNTIL DPT-STATUS NOT = '0'
               MOVE 'N' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               IF DPT-STATUS = '0'
                   ADD 1 TO WS-LIST-CNT
                   DISPLAY DPT-CODE ' ' DPT-DEPT-STATUS
                       ' ' DPT-NAME
                       ' CC: ' DPT-COST-CTR
                       ' EFF: ' DPT-EFF-FROM '-' DPT-EFF-TO
                   DISPLAY '       CONTACT: ' DPT-CONTACT
               END-IF
           END-PERFORM
           IF WS-LIST-CNT = 0
               DISPLAY 'NO DEPARTMENTS ON FILE'
           END-IF.

       ADD-DEPARTMENT.
           MOVE 'Y' TO WS-ADD-OK-SW
           DISPLAY 'DEPARTMENT CODE (4 CHARS): ' WITH NO ADVANCING
           ACCEPT WS-IN-CODE
           IF WS-IN-CODE = SPACES
               DISPLAY 'DEPARTMENT CODE REQUIRED - NOT ADDED'
               MOVE 'N' TO WS-ADD-OK-SW
           END-IF
           IF WS-ADD-OK-SW = 'Y'
               MOVE WS-IN-CODE TO DPT-CODE
               MOVE 'R' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               IF DPT-STATUS = '0'
                   DISPLAY 'DEPARTMENT ' WS-IN-CODE
                       ' ALREADY ON FILE - USE CHANGE'
                   MOVE 'N' TO WS-ADD-OK-SW
               END-IF
           END-IF
           IF WS-ADD-OK-SW = 'Y'
               MOVE SPACES TO DPT-NAME
               MOVE SPACES TO DPT-COST-CTR
               MOVE SPACES TO DPT-CONTACT
               MOVE WS-TODAY TO DPT-EFF-FROM
               MOVE 999999 TO DPT-EFF-TO
               PERFORM ACCEPT-DEPT-FIELDS
           END-IF
           IF WS-ADD-OK-SW = 'Y'
               MOVE WS-IN-CODE TO DPT-CODE
               MOVE 'A' TO DPT-DEPT-STATUS
               MOVE 'W' TO DPT-FUNC
               CALL 'FACTDPTR' USING DPT-PARMS
               IF DPT-STATUS = '0'
                   ADD 1 TO WS-CHANGED-CNT
                   DISPLAY 'DEPARTMENT ' WS-IN-CODE ' ADDED'
                   MOVE 'DEPT-ADD' TO JRN-EVENT
                   PERFORM WRITE-DEPT-JOURNAL
               ELSE
                   DISPLAY 'DEPARTMENT ' WS-IN-CODE
                       ' NOT ADDED - MASTER WRITE FAILED'
               END-IF
           END-IF.

       CHANGE-DEPARTMENT.
           DISPLAY 'DEPARTMENT CODE TO CHANGE: ' WITH NO ADVANCING
           ACCEPT WS-IN-CODE
           MOVE WS-IN-CODE TO DPT-CODE
           MOVE 'R' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           IF DPT-STATUS NOT = '0'
               DISPLAY 'DEPARTMENT ' WS-IN-CODE ' NOT ON FILE'
           ELSE
               DISPLAY 'PRESS ENTER TO KEEP THE CURRENT VALUE'
               MOVE 'Y' TO WS-ADD-OK-SW
               PERFORM ACCEPT-DEPT-FIELDS
               IF WS-ADD-OK-SW = 'Y'
                   MOVE 'U' TO DPT-FUNC
                   CALL 'FACTDPTR' USING DPT-PARMS
                   IF DPT-STATUS = '0'
                       ADD 1 TO WS-CHANGED-CNT
                       DISPLAY 'DEPARTMENT ' WS-IN-CODE ' CHANGED'
                       MOVE 'DEPT-CHG' TO JRN-EVENT
                       PERFORM WRITE-DEPT-JOURNAL
                   ELSE
                       DISPLAY 'DEPARTMENT ' WS-IN-CODE
                           ' NOT CHANGED - MASTER REWRITE FAILED'
                   END-IF
               END-IF
           END-IF.

       ACCEPT-DEPT-FIELDS.
           DISPLAY 'NAME (30 CHARS) [' DPT-NAME ']: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-NAME
           ACCEPT WS-IN-NAME
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO DPT-NAME
           END-IF
           DISPLAY 'COST CENTER (8 CHARS) [' DPT-COST-CTR ']: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-COST-CTR
           ACCEPT WS-IN-COST-CTR
           IF WS-IN-COST-CTR NOT = SPACES
               MOVE WS-IN-COST-CTR TO DPT-COST-CTR
           END-IF
           DISPLAY 'CONTACT (20 CHARS) [' DPT-CONTACT ']: '
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-CONTACT
           ACCEPT WS-IN-CONTACT
           IF WS-IN-CONTACT NOT = SPACES
               MOVE WS-IN-CONTACT TO DPT-CONTACT
           END-IF
           IF DPT-NAME = SPACES OR DPT-COST-CTR = SPACES
               DISPLAY 'NAME AND COST CENTER ARE REQUIRED - '
                   'NOT SAVED'
               MOVE 'N' TO WS-ADD-OK-SW
           END-IF
           IF WS-ADD-OK-SW = 'Y'
               DISPLAY 'EFFECTIVE FROM (YYMMDD) [' DPT-EFF-FROM ']: '
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IN-EFF-FROM
               ACCEPT WS-IN-EFF-FROM
               IF WS-IN-EFF-FROM = SPACES
                   MOVE DPT-EFF-FROM TO WS-IN-EFF-FROM
               END-IF
               DISPLAY 'EFFECTIVE TO (YYMMDD, 999999=OPEN) ['
                   DPT-EFF-TO ']: ' WITH NO ADVANCING
               MOVE SPACES TO WS-IN-EFF-TO
               ACCEPT WS-IN-EFF-TO
               IF WS-IN-EFF-TO = SPACES
                   MOVE DPT-EFF-TO TO WS-IN-EFF-TO
               END-IF
               IF WS-IN-EFF-FROM IS NOT NUMERIC
                       OR WS-IN-EFF-TO IS NOT NUMERIC
                   DISPLAY 'EFFECTIVE DATES MUST BE NUMERIC - '
                       'NOT SAVED'
                   MOVE 'N' TO WS-ADD-OK-SW
               ELSE
                   IF WS-IN-EFF-TO < WS-IN-EFF-FROM
                       DISPLAY 'EFFECTIVE TO IS BEFORE EFFECTIVE '
                           'FROM - NOT SAVED'
                       MOVE 'N' TO WS-ADD-OK-SW
                   END-IF
               END-IF
           END-IF
           IF WS-ADD-OK-SW = 'Y'
               MOVE WS-IN-EFF-FROM TO DPT-EFF-FROM
               MOVE WS-IN-EFF-TO TO DPT-EFF-TO
           END-IF.

       CLOSE-DEPARTMENT.
           DISPLAY 'DEPARTMENT CODE TO CLOSE: ' WITH NO ADVANCING
           ACCEPT WS-IN-CODE
           MOVE WS-IN-CODE TO DPT-CODE
           MOVE 'R' TO DPT-FUNC
           CALL 'FACTDPTR' USING DPT-PARMS
           IF DPT-STATUS NOT = '0'
               DISPLAY 'DEPARTMENT ' WS-IN-CODE ' NOT ON FILE'
           ELSE
               IF DPT-DEPT-STATUS = 'C'
                   DISPLAY 'DEPARTMENT ' WS-IN-CODE ' ALREADY CLOSED'
               ELSE
                   DISPLAY 'CLOSE ' DPT-CODE ' ' DPT-NAME
                       ' (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CHOICE
                   IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
                       MOVE 'C' TO DPT-DEPT-STATUS
                       IF DPT-EFF-TO > WS-TODAY
                           MOVE WS-TODAY TO DPT-EFF-TO
                       END-IF
                       MOVE 'U' TO DPT-FUNC
                       CALL 'FACTDPTR' USING DPT-PARMS
                       IF DPT-STATUS = '0'
                           ADD 1 TO WS-CHANGED-CNT
                           DISPLAY 'DEPARTMENT ' WS-IN-CODE ' CLOSED'
                           MOVE 'DEPT-CLOSE' TO JRN-EVENT
                           PERFORM WRITE-DEPT-JOURNAL
                       ELSE
                           DISPLAY 'DEPARTMENT ' WS-IN-CODE
                               ' NOT CLOSED - MASTER REWRITE FAILED'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-DEPT-JOURNAL.
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
               MOVE SPACES TO JRN-DETAIL
               STRING 'DEPT ' DPT-CODE ' CC' DPT-COST-CTR
                   DELIMITED BY SIZE INTO JRN-DETAIL
               WRITE JRN-RECORD FROM JRN-LINE
               CLOSE JRN-FILE
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTDPTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPT-FILE ASSIGN TO "FACTDPT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DPT-REC-CODE
               FILE STATUS IS WS-DPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DPT-FILE.
       01  DPT-REC.
           05  DPT-REC-CODE        PIC X(4).
           05  DPT-REC-NAME        PIC X(30).
           05  DPT-REC-COST-CTR    PIC X(8).
           05  DPT-REC-CONTACT     PIC X(20).
           05  DPT-REC-DEPT-STATUS PIC X(1).
           05  DPT-REC-EFF-FROM    PIC 9(6).
           05  DPT-REC-EFF-TO      PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-DPT-STATUS   PIC X(2).
       LINKAGE SECTION.
       COPY FACTDPT.
       PROCEDURE DIVISION USING DPT-PARMS.
       MAIN-PARA.
           MOVE '0' TO DPT-STATUS
           EVALUATE DPT-FUNC
               WHEN 'O'
                   PERFORM OPEN-INQUIRY
               WHEN 'I'
                   PERFORM OPEN-MAINT
               WHEN 'R'
                   PERFORM READ-DEPT
               WHEN 'W'
                   PERFORM ADD-DEPT
               WHEN 'U'
                   PERFORM UPDATE-DEPT
               WHEN 'S'
                   PERFORM START-BROWSE
               WHEN 'N'
                   PERFORM READ-NEXT-DEPT
               WHEN 'C'
                   CLOSE DPT-FILE
               WHEN OTHER
                   MOVE '9' TO DPT-STATUS
           END-EVALUATE
           GOBACK.

       OPEN-INQUIRY.
           OPEN INPUT DPT-FILE
           IF WS-DPT-STATUS NOT = '00'
               MOVE '9' TO DPT-STATUS
           END-IF.

       OPEN-MAINT.
           OPEN I-O DPT-FILE
           IF WS-DPT-STATUS NOT = '00'
               OPEN OUTPUT DPT-FILE
               IF WS-DPT-STATUS NOT = '00'
                   MOVE '9' TO DPT-STATUS
               ELSE
                   CLOSE DPT-FILE
                   OPEN I-O DPT-FILE
                   IF WS-DPT-STATUS NOT = '00'
                       MOVE '9' TO DPT-STATUS
                   END-IF
               END-IF
           END-IF.

       READ-DEPT.
           MOVE DPT-CODE TO DPT-REC-CODE
           READ DPT-FILE
               INVALID KEY
                   MOVE '1' TO DPT-STATUS
               NOT INVALID KEY
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       ADD-DEPT.
           PERFORM MOVE-PARMS-TO-REC
           WRITE DPT-REC
               INVALID KEY
                   MOVE '1' TO DPT-STATUS
           END-WRITE.

       UPDATE-DEPT.
           PERFORM MOVE-PARMS-TO-REC
           REWRITE DPT-REC
               INVALID KEY
                   MOVE '1' TO DPT-STATUS
           END-REWRITE.

       START-BROWSE.
           MOVE DPT-CODE TO DPT-REC-CODE
           START DPT-FILE KEY IS NOT LESS THAN DPT-REC-CODE
               INVALID KEY
                   MOVE '1' TO DPT-STATUS
           END-START.

       READ-NEXT-DEPT.
           READ DPT-FILE NEXT RECORD
               AT END
                   MOVE '1' TO DPT-STATUS
               NOT AT END
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       MOVE-REC-TO-PARMS.
           MOVE DPT-REC-CODE TO DPT-CODE
           MOVE DPT-REC-NAME TO DPT-NAME
           MOVE DPT-REC-COST-CTR TO DPT-COST-CTR
           MOVE DPT-REC-CONTACT TO DPT-CONTACT
           MOVE DPT-REC-DEPT-STATUS TO DPT-DEPT-STATUS
           MOVE DPT-REC-EFF-FROM TO DPT-EFF-FROM
           MOVE DPT-REC-EFF-TO TO DPT-EFF-TO.

       MOVE-PARMS-TO-REC.
           MOVE DPT-CODE TO DPT-REC-CODE
           MOVE DPT-NAME TO DPT-REC-NAME
           MOVE DPT-COST-CTR TO DPT-REC-COST-CTR
           MOVE DPT-CONTACT TO DPT-REC-CONTACT
           MOVE DPT-DEPT-STATUS TO DPT-REC-DEPT-STATUS
           MOVE DPT-EFF-FROM TO DPT-REC-EFF-FROM
           MOVE DPT-EFF-TO TO DPT-REC-EFF-TO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTREGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REG-REC-REQUEST-ID
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-REC.
           05  REG-REC-REQUEST-ID  PIC X(8).
           05  REG-REC-DEPT        PIC X(4).
           05  REG-REC-EDIT-ID     PIC X(14).
           05  REG-REC-RUN-ID      PIC X(14).
           05  REG-REC-BUS-DATE    PIC 9(6).
           05  REG-REC-DISP        PIC X(1).
           05  REG-REC-REASON      PIC X(2).
       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS   PIC X(2).
       LINKAGE SECTION.
       COPY FACTREG.
       PROCEDURE DIVISION USING REG-PARMS.
       MAIN-PARA.
           MOVE '0' TO REG-STATUS
           EVALUATE REG-FUNC
               WHEN 'O'
                   PERFORM OPEN-INQUIRY
               WHEN 'I'
                   PERFORM OPEN-UPDATE
               WHEN 'R'
                   PERFORM READ-REQUEST
               WHEN 'W'
                   PERFORM ADD-REQUEST
               WHEN 'U'
                   PERFORM UPDATE-REQUEST
               WHEN 'S'
                   PERFORM START-BROWSE
               WHEN 'N'
                   PERFORM READ-NEXT-REQUEST
               WHEN 'C'
                   CLOSE REG-FILE
               WHEN OTHER
                   MOVE '9' TO REG-STATUS
           END-EVALUATE
           GOBACK.

       OPEN-INQUIRY.
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = '00'
               MOVE '9' TO REG-STATUS
           END-IF.

       OPEN-UPDATE.
           OPEN I-O REG-FILE
           IF WS-REG-STATUS NOT = '00'
               OPEN OUTPUT REG-FILE
               IF WS-REG-STATUS NOT = '00'
                   MOVE '9' TO REG-STATUS
               ELSE
                   CLOSE REG-FILE
                   OPEN I-O REG-FILE
                   IF WS-REG-STATUS NOT = '00'
                       MOVE '9' TO REG-STATUS
                   END-IF
               END-IF
           END-IF.

       READ-REQUEST.
           MOVE REG-REQUEST-ID TO REG-REC-REQUEST-ID
           READ REG-FILE
               INVALID KEY
                   MOVE '1' TO REG-STATUS
               NOT INVALID KEY
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       ADD-REQUEST.
           PERFORM MOVE-PARMS-TO-REC
           WRITE REG-REC
               INVALID KEY
                   MOVE '1' TO REG-STATUS
           END-WRITE.

       UPDATE-REQUEST.
           PERFORM MOVE-PARMS-TO-REC
           REWRITE REG-REC
               INVALID KEY
                   MOVE '1' TO REG-STATUS
           END-REWRITE.

       START-BROWSE.
           MOVE REG-REQUEST-ID TO REG-REC-REQUEST-ID
           START REG-FILE KEY IS NOT LESS THAN REG-REC-REQUEST-ID
               INVALID KEY
                   MOVE '1' TO REG-STATUS
           END-START.

       READ-NEXT-REQUEST.
           READ REG-FILE NEXT RECORD
               AT END
                   MOVE '1' TO REG-STATUS
               NOT AT END
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       MOVE-REC-TO-PARMS.
           MOVE REG-REC-REQUEST-ID TO REG-REQUEST-ID
           MOVE REG-REC-DEPT TO REG-DEPT
           MOVE REG-REC-EDIT-ID TO REG-EDIT-ID
           MOVE REG-REC-RUN-ID TO REG-RUN-ID
           MOVE REG-REC-BUS-DATE TO REG-BUS-DATE
           MOVE REG-REC-DISP TO REG-DISP
           MOVE REG-REC-REASON TO REG-REASON.

       MOVE-PARMS-TO-REC.
           MOVE REG-REQUEST-ID TO REG-REC-REQUEST-ID
           MOVE REG-DEPT TO REG-REC-DEPT
           MOVE REG-EDIT-ID TO REG-REC-EDIT-ID
           MOVE REG-RUN-ID TO REG-REC-RUN-ID
           MOVE REG-BUS-DATE TO REG-REC-BUS-DATE
           MOVE REG-DISP TO REG-REC-DISP
           MOVE REG-REASON TO REG-REC-REASON.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTEXCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXC-FILE ASSIGN TO "FACTEXC"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXC-REC-KEY
               FILE STATUS IS WS-EXC-STATUS.
           SELECT DATE-FILE ASSIGN TO "FACTDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXC-FILE.
       01  EXC-REC.
           05  EXC-REC-KEY.
               10  EXC-REC-BUS-DATE    PIC 9(6).
               10  EXC-REC-POST-TIME   PIC 9(8).
               10  EXC-REC-PROGRAM     PIC X(8).
           05  EXC-REC-SEVERITY        PIC X(1).
           05  EXC-REC-CATEGORY        PIC X(8).
           05  EXC-REC-REF-ID          PIC X(14).
           05  EXC-REC-MESSAGE         PIC X(40).
           05  EXC-REC-STATE           PIC X(1).
           05  EXC-REC-ACT-OPER        PIC X(8).
           05  EXC-REC-ACT-DATE        PIC 9(6).
       FD  DATE-FILE.
       COPY FACTDTE.
       WORKING-STORAGE SECTION.
       01  WS-EXC-STATUS       PIC X(2).
       01  WS-DATE-STATUS      PIC X(2).
       01  WS-OPEN-MODE        PIC X(1) VALUE 'N'.
       01  WS-CLOSE-SW         PIC X(1).
       01  WS-POSTED-SW        PIC X(1).
       01  WS-RETRY-CNT        PIC 9(2).
       01  WS-SYS-DATE         PIC 9(6).
       LINKAGE SECTION.
       COPY FACTEXC.
       PROCEDURE DIVISION USING EXC-PARMS.
       MAIN-PARA.
           MOVE '0' TO EXC-STATUS
           EVALUATE EXC-FUNC
               WHEN 'O'
                   PERFORM OPEN-INQUIRY
               WHEN 'I'
                   PERFORM OPEN-UPDATE
               WHEN 'R'
                   PERFORM READ-EXCEPTION
               WHEN 'U'
                   PERFORM UPDATE-EXCEPTION
               WHEN 'S'
                   PERFORM START-BROWSE
               WHEN 'N'
                   PERFORM READ-NEXT-EXCEPTION
               WHEN 'P'
                   PERFORM POST-EXCEPTION
               WHEN 'C'
                   CLOSE EXC-FILE
                   MOVE 'N' TO WS-OPEN-MODE
               WHEN OTHER
                   MOVE '9' TO EXC-STATUS
           END-EVALUATE
           GOBACK.

       OPEN-INQUIRY.
           OPEN INPUT EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               MOVE '9' TO EXC-STATUS
           ELSE
               MOVE 'O' TO WS-OPEN-MODE
           END-IF.

       OPEN-UPDATE.
           OPEN I-O EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               OPEN OUTPUT EXC-FILE
               IF WS-EXC-STATUS NOT = '00'
                   MOVE '9' TO EXC-STATUS
               ELSE
                   CLOSE EXC-FILE
                   OPEN I-O EXC-FILE
                   IF WS-EXC-STATUS NOT = '00'
                       MOVE '9' TO EXC-STATUS
                   END-IF
               END-IF
           END-IF
           IF EXC-STATUS = '0'
               MOVE 'I' TO WS-OPEN-MODE
           END-IF.

       READ-EXCEPTION.
           MOVE EXC-BUS-DATE TO EXC-REC-BUS-DATE
           MOVE EXC-POST-TIME TO EXC-REC-POST-TIME
           MOVE EXC-PROGRAM TO EXC-REC-PROGRAM
           READ EXC-FILE
               INVALID KEY
                   MOVE '1' TO EXC-STATUS
               NOT INVALID KEY
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       UPDATE-EXCEPTION.
           PERFORM MOVE-PARMS-TO-REC
           REWRITE EXC-REC
               INVALID KEY
                   MOVE '1' TO EXC-STATUS
           END-REWRITE.

       START-BROWSE.
           MOVE EXC-BUS-DATE TO EXC-REC-BUS-DATE
           MOVE EXC-POST-TIME TO EXC-REC-POST-TIME
           MOVE EXC-PROGRAM TO EXC-REC-PROGRAM
           START EXC-FILE KEY IS NOT LESS THAN EXC-REC-KEY
               INVALID KEY
                   MOVE '1' TO EXC-STATUS
           END-START.

       READ-NEXT-EXCEPTION.
           READ EXC-FILE NEXT RECORD
               AT END
                   MOVE '1' TO EXC-STATUS
               NOT AT END
                   PERFORM MOVE-REC-TO-PARMS
           END-READ.

       POST-EXCEPTION.
           MOVE 'N' TO WS-CLOSE-SW
           IF WS-OPEN-MODE = 'O'
               MOVE '9' TO EXC-STATUS
           END-IF
           IF WS-OPEN-MODE = 'N'
               PERFORM OPEN-UPDATE
               IF EXC-STATUS = '0'
                   MOVE 'Y' TO WS-CLOSE-SW
               END-IF
           END-IF
           IF EXC-STATUS = '0'
               IF EXC-BUS-DATE IS NOT NUMERIC OR EXC-BUS-DATE = 0
                   PERFORM READ-BUSINESS-DATE
               END-IF
               ACCEPT EXC-POST-TIME FROM TIME
               MOVE 'O' TO EXC-STATE
               MOVE SPACES TO EXC-ACT-OPER
               MOVE 0 TO EXC-ACT-DATE
               MOVE 'N' TO WS-POSTED-SW
               MOVE 0 TO WS-RETRY-CNT
               PERFORM WRITE-POSTED-EXCEPTION
                   UNTIL WS-POSTED-SW = 'Y' OR WS-RETRY-CNT > 98
               IF WS-POSTED-SW = 'N'
                   MOVE '1' TO EXC-STATUS
               END-IF
           END-IF
           IF WS-CLOSE-SW = 'Y'
               CLOSE EXC-FILE
               MOVE 'N' TO WS-OPEN-MODE
           END-IF.

       WRITE-POSTED-EXCEPTION.
           PERFORM MOVE-PARMS-TO-REC
           WRITE EXC-REC
               INVALID KEY
                   ADD 1 TO WS-RETRY-CNT
                   ADD 1 TO EXC-POST-TIME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTED-SW
           END-WRITE.

       READ-BUSINESS-DATE.
           ACCEPT WS-SYS-DATE FROM DATE
           MOVE WS-SYS-DATE TO EXC-BUS-DATE
           OPEN INPUT DATE-FILE
           IF WS-DATE-STATUS = '00'
               READ DATE-FILE
                   AT END
                       MOVE SPACES TO DTE-RECORD
               END-READ
               CLOSE DATE-FILE
               IF DTE-BUS-DATE IS NUMERIC AND DTE-BUS-DATE > 0
                   MOVE DTE-BUS-DATE TO EXC-BUS-DATE
               END-IF
           END-IF.

       MOVE-REC-TO-PARMS.
           MOVE EXC-REC-BUS-DATE TO EXC-BUS-DATE
           MOVE EXC-REC-POST-TIME TO EXC-POST-TIME
           MOVE EXC-REC-PROGRAM TO EXC-PROGRAM
           MOVE EXC-REC-SEVERITY TO EXC-SEVERITY
           MOVE EXC-REC-CATEGORY TO EXC-CATEGORY
           MOVE EXC-REC-REF-ID TO EXC-REF-ID
           MOVE EXC-REC-MESSAGE TO EXC-MESSAGE
           MOVE EXC-REC-STATE TO EXC-STATE
           MOVE EXC-REC-ACT-OPER TO EXC-ACT-OPER
           MOVE EXC-REC-ACT-DATE TO EXC-ACT-DATE.

       MOVE-PARMS-TO-REC.
           MOVE EXC-BUS-DATE TO EXC-REC-BUS-DATE
           MOVE EXC-POST-TIME TO EXC-REC-POST-TIME
           MOVE EXC-PROGRAM TO EXC-REC-PROGRAM
           MOVE EXC-SEVERITY TO EXC-REC-SEVERITY
           MOVE EXC-CATEGORY TO EXC-REC-CATEGORY
           MOVE EXC-REF-ID TO EXC-REC-REF-ID
           MOVE EXC-MESSAGE TO EXC-REC-MESSAGE
           MOVE EXC-STATE TO EXC-REC-STATE
           MOVE EXC-ACT-OPER TO EXC-REC-ACT-OPER
           MOVE EXC-ACT-DATE TO EXC-REC-ACT-DATE.

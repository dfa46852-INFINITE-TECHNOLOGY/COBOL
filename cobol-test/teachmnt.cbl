       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
           SELECT TEACHER-AUDIT-FILE ASSIGN TO "TCHRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
          05 AUDIT-AFTER-IMAGE             PIC X(100).
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-TRANSACTION
                   UNTIL NOT MORE-TRANSACTIONS
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER MAINTENANCE - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERMAINT" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-SIGN-ON TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           MOVE "OPEN"       TO WS-TEACHER-LAST-OP
           OPEN I-O TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
               ADD 1 TO WS-TRANS-COUNT
               DISPLAY "TEACHER ID (SOMEDATANAME)"
               ACCEPT WS-TRANS-KEY
               PERFORM 2100-CHECK-ACTION-RIGHT
               EVALUATE TRUE
                   WHEN OPERATOR-NOT-AUTHORIZED
                       DISPLAY "ACTION REFUSED FOR OPERATOR "
                           WS-OPERATOR-ID
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   WHEN TRANS-IS-ADD
                       PERFORM 3000-ADD-TEACHER
                   WHEN TRANS-IS-UPDATE
                       DISPLAY "INVALID ACTION CODE"
               END-EVALUATE
           END-IF.
       2100-CHECK-ACTION-RIGHT.
           SET OPERATOR-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   SET SEC-RIGHT-ADD TO TRUE
                   PERFORM 8955-CHECK-OPERATOR-RIGHT
               WHEN TRANS-IS-UPDATE
                   SET SEC-RIGHT-UPDATE TO TRUE
                   PERFORM 8955-CHECK-OPERATOR-RIGHT
               WHEN TRANS-IS-DELETE
                   SET SEC-RIGHT-DELETE TO TRUE
                   PERFORM 8955-CHECK-OPERATOR-RIGHT
           END-EVALUATE.
       3000-ADD-TEACHER.
           MOVE SPACES TO TEACHER-RECORD
           MOVE WS-TRANS-KEY TO SOMEDATANAME
           END-IF
           WRITE RUN-LOG-FILE-REC FROM WS-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       COPY TCHOPLD.
       COPY TEACHERR.

       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
           SELECT TEACHER-AUDIT-FILE ASSIGN TO "TCHRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
             88 TEACHER-EOF                VALUE "Y".
       01 WS-NEW-PAY-RATE                   PIC 9(05)V99.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               IF NOT TEACHER-EOF
                   PERFORM 2000-PROCESS-TEACHER-RECORDS
                       UNTIL TEACHER-EOF
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER PAY-RATE ADJUSTMENT - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERPAYRATEADJUST" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-MASS-ADJUST TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           DISPLAY "DEPARTMENT CODE TO ADJUST"
           ACCEPT WS-TARGET-DEPT-CODE
           DISPLAY "RAISE PERCENT (EXAMPLE 005,00 FOR 5 PERCENT)"
           DISPLAY "PAY-RATE ADJUSTMENT COMPLETE, TEACHERS SCANNED: "
               WS-TEACHERS-SCANNED
           DISPLAY "TEACHERS ADJUSTED: " WS-TEACHERS-ADJUSTED.
       COPY TCHOPLD.
       COPY TEACHERR.

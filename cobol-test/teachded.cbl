       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
           SELECT OPTIONAL TEACHER-DEDUCTION-FILE ASSIGN TO "TCHRDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-FILE-STATUS.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-DEDUCTION-FILE.
       01  TEACHER-DEDUCTION-REC              PIC X(27).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY TCHDEREC.
       01 WS-TEACHER-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
       01 WS-TRANS-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-TRANS-SUCCESS-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-TRANS-FAILED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-OPERATOR-ID                   PIC X(08).
       01 WS-ENTRY-TEACHER-ID              PIC X(09).
       01 WS-ENTRY-TAX-PERCENT             PIC X(04).
       01 WS-ENTRY-TAX-NUM REDEFINES
       01 WS-UPD-IDX                       PIC 9(03) VALUE ZERO.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-DEDUCTION-ENTRY
                   UNTIL NOT MORE-TRANSACTIONS
               PERFORM 7000-REWRITE-DEDUCTION-FILE
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER DEDUCTION MAINTENANCE - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERDEDUCTMAINT" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-DEDUCTION TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           DISPLAY "DEDUCTION ENTRIES FAILED : " WS-TRANS-FAILED-COUNT
           DISPLAY "DEDUCTION RECORDS ON FILE: " WS-DED-TABLE-COUNT.
       COPY TCHDELD.
       COPY TCHOPLD.
       COPY TEACHERR.

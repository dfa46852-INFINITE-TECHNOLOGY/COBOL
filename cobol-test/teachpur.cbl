       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
       COPY TCHSTFC.
           SELECT TEACHER-HISTORY-FILE ASSIGN TO "TCHRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-STATUS-FILE.
       COPY TCHSTFD.
       FD  TEACHER-HISTORY-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY TCHSTWS.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
       01 WS-PURGE-KEY                      PIC X(09).
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
           DISPLAY "TEACHER INACTIVE PURGE - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERINACTIVEPURGE" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-PURGE TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           DISPLAY "PURGE TEACHERS INACTIVE AS OF HIRE DATE ON OR "
               "BEFORE (YYYYMMDD)"
           ACCEPT WS-CUTOFF-HIRE-DATE
               WS-TEACHERS-SCANNED
           DISPLAY "TEACHERS PURGED: " WS-TEACHERS-PURGED.
       COPY TCHSTLD.
       COPY TCHOPLD.
       COPY TEACHERR.

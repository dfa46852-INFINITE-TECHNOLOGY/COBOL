       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherLeaveTaken.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
       COPY TCHLVFC.
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
       FD  TEACHER-LEAVE-FILE.
       COPY TCHLVFD.
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY TCHLVREC.
       01 WS-TEACHER-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
             88 MORE-TRANSACTIONS          VALUE "Y".
          05 WS-RECORD-FOUND-SW            PIC X(01).
             88 TEACHER-RECORD-FOUND       VALUE "Y".
             88 TEACHER-RECORD-NOT-FOUND   VALUE "N".
       01 WS-TRANS-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-TRANS-SUCCESS-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-TRANS-FAILED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-TRANS-APPROVED-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-ENTRY-TEACHER-ID              PIC X(09).
       01 WS-ENTRY-LEAVE-TYPE              PIC X(01).
       01 WS-ENTRY-LEAVE-DATE              PIC X(08).
       01 WS-ENTRY-HOURS                   PIC X(05).
       01 WS-ENTRY-HOURS-NUM REDEFINES
             WS-ENTRY-HOURS                PIC 9(03)V99.
       01 WS-SUPERVISOR-ID                 PIC X(08).
       01 WS-PROJECTED-BALANCE             PIC S9(06)V99 VALUE ZERO.
       01 WS-OPERATOR-ID                   PIC X(08).
       01 WS-CURRENT-DATE                  PIC 9(08).
       01 WS-CURRENT-TIME                  PIC 9(08).
       01 WS-BEFORE-IMAGE                  PIC X(100) VALUE SPACES.
       01 WS-AFTER-IMAGE                   PIC X(100) VALUE SPACES.
       01 WS-AUDIT-LINE.
          05 AUDIT-DATE                    PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-TIME                    PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-OPERATOR-ID             PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-ACTION                  PIC X(01).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-KEY                     PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-BEFORE-IMAGE            PIC X(100).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-AFTER-IMAGE             PIC X(100).
       01 WS-PENDING-AUDIT-TABLE.
          05 WS-PENDING-AUDIT-LINE         PIC X(240)
                                           OCCURS 500 TIMES
                                           INDEXED BY WS-PND-IDX.
       01 WS-PENDING-AUDIT-COUNT           PIC 9(03) VALUE ZERO.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-LEAVE-TAKEN
                   UNTIL NOT MORE-TRANSACTIONS
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER LEAVE TAKEN - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERLEAVETAKEN" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-STATUS TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           MOVE "OPEN"       TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           PERFORM 8800-LOAD-LEAVE-TABLE
           IF LVB-LOAD-ERROR
               DISPLAY "** OPERATOR ALERT ** TCHRLVB NOT LOADED, "
                   "NO LEAVE CAN BE POSTED"
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           OPEN EXTEND TEACHER-AUDIT-FILE.
       2000-PROCESS-LEAVE-TAKEN.
           DISPLAY "TEACHER ID (SOMEDATANAME, X=EXIT)"
           ACCEPT WS-ENTRY-TEACHER-ID
           IF WS-ENTRY-TEACHER-ID = "X" OR WS-ENTRY-TEACHER-ID = "X "
               MOVE "N" TO WS-MORE-TRANS-SW
           ELSE
               ADD 1 TO WS-TRANS-COUNT
               DISPLAY "LEAVE TYPE (S=SICK, V=VACATION)"
               ACCEPT WS-ENTRY-LEAVE-TYPE
               DISPLAY "DATE TAKEN (YYYYMMDD)"
               ACCEPT WS-ENTRY-LEAVE-DATE
               DISPLAY "HOURS TAKEN (99999 = 999,99)"
               ACCEPT WS-ENTRY-HOURS
               PERFORM 3000-APPLY-LEAVE-TAKEN
           END-IF.
       3000-APPLY-LEAVE-TAKEN.
           MOVE WS-ENTRY-LEAVE-TYPE TO LVB-LEAVE-TYPE
           EVALUATE TRUE
               WHEN NOT LVB-TYPE-VALID
                   DISPLAY "INVALID LEAVE TYPE, ENTRY NOT APPLIED"
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               WHEN WS-ENTRY-LEAVE-DATE IS NOT NUMERIC
                   DISPLAY "DATE TAKEN NOT NUMERIC, ENTRY NOT APPLIED"
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               WHEN WS-ENTRY-HOURS IS NOT NUMERIC
                   DISPLAY "HOURS NOT NUMERIC, ENTRY NOT APPLIED"
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               WHEN WS-ENTRY-HOURS-NUM = ZERO
                   DISPLAY "HOURS ARE ZERO, ENTRY NOT APPLIED"
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               WHEN WS-PENDING-AUDIT-COUNT NOT < 500
                   DISPLAY "SESSION ENTRY LIMIT REACHED, ENTRY NOT "
                       "APPLIED - END SESSION AND RESTART"
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               WHEN OTHER
                   PERFORM 3100-READ-TEACHER-RECORD
                   IF TEACHER-RECORD-FOUND
                       PERFORM 3200-DEBIT-LEAVE-BALANCE
                   ELSE
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   END-IF
           END-EVALUATE.
       3100-READ-TEACHER-RECORD.
           MOVE WS-ENTRY-TEACHER-ID TO SOMEDATANAME
           MOVE "READ" TO WS-TEACHER-LAST-OP
           READ TEACHER
               INVALID KEY
                   DISPLAY "TEACHER NOT FOUND, ENTRY NOT APPLIED, "
                       "STATUS=" SOMEFILESTATUS1
                   SET TEACHER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TEACHER-RECORD-FOUND TO TRUE
           END-READ
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS.
       3200-DEBIT-LEAVE-BALANCE.
           MOVE WS-ENTRY-LEAVE-TYPE TO WS-LVB-SEARCH-TYPE
           MOVE SPACES TO WS-SUPERVISOR-ID
           PERFORM 8880-FIND-LEAVE-ENTRY
           IF LVB-FOUND
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-LVB-BALANCE-HOURS(WS-LVB-IDX) - WS-ENTRY-HOURS-NUM
           ELSE
               COMPUTE WS-PROJECTED-BALANCE = 0 - WS-ENTRY-HOURS-NUM
           END-IF
           IF WS-PROJECTED-BALANCE < ZERO
               DISPLAY "LEAVE WOULD TAKE BALANCE NEGATIVE, PROJECTED="
                   WS-PROJECTED-BALANCE
               DISPLAY "SUPERVISOR APPROVAL ID (BLANK=REFUSE)"
               ACCEPT WS-SUPERVISOR-ID
           END-IF
           SET SUPERVISOR-APPROVED TO TRUE
           IF WS-PROJECTED-BALANCE < ZERO
               IF WS-SUPERVISOR-ID = SPACES
                   SET SUPERVISOR-NOT-APPROVED TO TRUE
               ELSE
                   MOVE WS-SUPERVISOR-ID TO WS-SEC-SUPERVISOR-ID
                   PERFORM 8958-VERIFY-SUPERVISOR
               END-IF
           END-IF
           IF SUPERVISOR-NOT-APPROVED
               DISPLAY "NOT APPROVED BY AN AUTHORIZED SUPERVISOR, "
                   "ENTRY NOT APPLIED"
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               IF LVB-NOT-FOUND
                   PERFORM 8885-ADD-LEAVE-ENTRY
               END-IF
               IF LVB-FOUND
                   PERFORM 8895-MOVE-LEAVE-ENTRY-TO-RECORD
                   MOVE WS-LEAVE-RECORD TO WS-BEFORE-IMAGE
                   SUBTRACT WS-ENTRY-HOURS-NUM
                       FROM WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                   ADD WS-ENTRY-HOURS-NUM
                       TO WS-LVB-YTD-TAKEN(WS-LVB-IDX)
                   PERFORM 8895-MOVE-LEAVE-ENTRY-TO-RECORD
                   MOVE SPACES TO WS-AFTER-IMAGE
                   STRING WS-LEAVE-RECORD     DELIMITED BY SIZE
                          " TAKEN="           DELIMITED BY SIZE
                          WS-ENTRY-LEAVE-DATE DELIMITED BY SIZE
                          " SUPV="            DELIMITED BY SIZE
                          WS-SUPERVISOR-ID    DELIMITED BY SIZE
                       INTO WS-AFTER-IMAGE
                   END-STRING
                   PERFORM 8000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-TRANS-SUCCESS-COUNT
                   IF WS-SUPERVISOR-ID NOT = SPACES
                       ADD 1 TO WS-TRANS-APPROVED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               END-IF
           END-IF.
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE     TO AUDIT-DATE
           MOVE WS-CURRENT-TIME     TO AUDIT-TIME
           MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
           MOVE "L"                 TO AUDIT-ACTION
           MOVE WS-ENTRY-TEACHER-ID TO AUDIT-KEY
           MOVE WS-BEFORE-IMAGE     TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE      TO AUDIT-AFTER-IMAGE
           ADD 1 TO WS-PENDING-AUDIT-COUNT
           SET WS-PND-IDX TO WS-PENDING-AUDIT-COUNT
           MOVE WS-AUDIT-LINE TO WS-PENDING-AUDIT-LINE(WS-PND-IDX).
       9000-TERMINATE.
           IF WS-TRANS-SUCCESS-COUNT > ZERO
               PERFORM 8890-REWRITE-LEAVE-FILE
               IF LVB-REWRITE-ERROR
                   DISPLAY "** OPERATOR ALERT ** TCHRLVB NOT "
                       "REWRITTEN, LEAVE ENTRIES NOT POSTED, "
                       "RESTORE TCHRLVB AND REKEY"
               ELSE
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                           UNTIL WS-PND-IDX > WS-PENDING-AUDIT-COUNT
                       WRITE TEACHER-AUDIT-RECORD
                           FROM WS-PENDING-AUDIT-LINE(WS-PND-IDX)
                   END-PERFORM
               END-IF
           END-IF
           CLOSE TEACHER
           CLOSE TEACHER-AUDIT-FILE
           DISPLAY "LEAVE ENTRIES KEYED   : " WS-TRANS-COUNT
           DISPLAY "LEAVE ENTRIES APPLIED : " WS-TRANS-SUCCESS-COUNT
           DISPLAY "  SUPERVISOR APPROVED : " WS-TRANS-APPROVED-COUNT
           DISPLAY "LEAVE ENTRIES FAILED  : " WS-TRANS-FAILED-COUNT.
       COPY TCHLVLD.
       COPY TCHOPLD.
       COPY TEACHERR.

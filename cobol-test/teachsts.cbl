       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
       COPY TCHSTFC.
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
       FD  TEACHER-STATUS-FILE.
       COPY TCHSTFD.
       FD  TEACHER-LEAVE-FILE.
       COPY TCHLVFD.
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY TCHSTWS.
       COPY TCHLVREC.
       01 WS-TEACHER-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
             88 MORE-TRANSACTIONS          VALUE "Y".
          05 WS-RECORD-FOUND-SW            PIC X(01).
             88 TEACHER-RECORD-FOUND       VALUE "Y".
             88 TEACHER-RECORD-NOT-FOUND   VALUE "N".
          05 WS-LEAVE-CHECK-SW             PIC X(01).
             88 LEAVE-CHECK-PASSED         VALUE "Y".
             88 LEAVE-CHECK-FAILED         VALUE "N".
          05 WS-LEAVE-APPROVAL-SW          PIC X(01) VALUE "N".
             88 LEAVE-APPROVAL-PENDING     VALUE "Y".
          05 WS-STATUS-WRITE-SW            PIC X(01) VALUE "N".
             88 STATUS-HISTORY-WRITTEN     VALUE "Y".
       01 WS-TRANS-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-TRANS-SUCCESS-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-TRANS-FAILED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-ENTRY-TEACHER-ID              PIC X(09).
       01 WS-ENTRY-EFFECTIVE-DATE          PIC X(08).
       01 WS-ENTRY-STATUS-CODE             PIC X(02).
       01 WS-ENTRY-LEAVE-TYPE              PIC X(01).
       01 WS-ENTRY-LEAVE-HOURS             PIC X(05).
       01 WS-ENTRY-LEAVE-HOURS-NUM REDEFINES
             WS-ENTRY-LEAVE-HOURS          PIC 9(03)V99.
       01 WS-SUPERVISOR-ID                 PIC X(08).
       01 WS-PROJECTED-BALANCE             PIC S9(06)V99 VALUE ZERO.
       01 WS-AUDIT-ACTION-CODE             PIC X(01) VALUE "S".
       01 WS-OPERATOR-ID                   PIC X(08).
       01 WS-CURRENT-DATE                  PIC 9(08).
       01 WS-CURRENT-TIME                  PIC 9(08).
          05 AUDIT-AFTER-IMAGE             PIC X(100).
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-STATUS-ENTRY
                   UNTIL NOT MORE-TRANSACTIONS
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER STATUS MAINTENANCE - ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERSTATUSMAINT" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-STATUS TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           MOVE "OPEN"       TO WS-TEACHER-LAST-OP
           OPEN I-O TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           PERFORM 8600-LOAD-STATUS-HISTORY
           PERFORM 8800-LOAD-LEAVE-TABLE
           IF LVB-LOAD-ERROR
               DISPLAY "** OPERATOR ALERT ** TCHRLVB NOT LOADED, "
                   "LP ENTRIES WILL BE REFUSED"
           END-IF
           OPEN EXTEND TEACHER-STATUS-FILE
           IF WS-STHIST-FILE-STATUS = "35"
               OPEN OUTPUT TEACHER-STATUS-FILE
               DISPLAY "STATUS CODE (AC=ACTIVE, LU=LEAVE-UNPAID, "
                   "LP=LEAVE-PAID, RT=RETIRED, TM=TERMINATED)"
               ACCEPT WS-ENTRY-STATUS-CODE
               IF WS-ENTRY-STATUS-CODE = "LP"
                   DISPLAY "LEAVE TYPE (S=SICK, V=VACATION)"
                   ACCEPT WS-ENTRY-LEAVE-TYPE
                   DISPLAY "LEAVE HOURS REQUESTED (99999 = 999,99)"
                   ACCEPT WS-ENTRY-LEAVE-HOURS
               END-IF
               PERFORM 3000-APPLY-STATUS-ENTRY
           END-IF.
       3000-APPLY-STATUS-ENTRY.
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   PERFORM 3100-READ-TEACHER-RECORD
                   SET LEAVE-CHECK-PASSED TO TRUE
                   MOVE "N" TO WS-LEAVE-APPROVAL-SW
                   IF TEACHER-RECORD-FOUND AND STAT-IS-LEAVE-PAID
                       PERFORM 3150-CHECK-LEAVE-BALANCE
                   END-IF
                   IF TEACHER-RECORD-FOUND AND LEAVE-CHECK-PASSED
                       PERFORM 3200-WRITE-STATUS-HISTORY
                   END-IF
                   IF TEACHER-RECORD-FOUND AND LEAVE-CHECK-PASSED
                      AND STATUS-HISTORY-WRITTEN
                       IF LEAVE-APPROVAL-PENDING
                           MOVE "L" TO WS-AUDIT-ACTION-CODE
                           PERFORM 8000-WRITE-AUDIT-RECORD
                       END-IF
                       PERFORM 3250-ADD-STATUS-TO-TABLE
                       PERFORM 3300-SYNC-TEACHER-STATUS-BYTE
                       ADD 1 TO WS-TRANS-SUCCESS-COUNT
                   SET TEACHER-RECORD-FOUND TO TRUE
           END-READ
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS.
       3150-CHECK-LEAVE-BALANCE.
           MOVE WS-ENTRY-LEAVE-TYPE TO LVB-LEAVE-TYPE
           MOVE SPACES TO WS-SUPERVISOR-ID
           EVALUATE TRUE
               WHEN LVB-LOAD-ERROR
                   DISPLAY "TCHRLVB NOT AVAILABLE, LP ENTRY NOT APPLIED"
                   SET LEAVE-CHECK-FAILED TO TRUE
               WHEN NOT LVB-TYPE-VALID
                   DISPLAY "INVALID LEAVE TYPE, LP ENTRY NOT APPLIED"
                   SET LEAVE-CHECK-FAILED TO TRUE
               WHEN WS-ENTRY-LEAVE-HOURS IS NOT NUMERIC
                   DISPLAY "LEAVE HOURS NOT NUMERIC, LP ENTRY NOT "
                       "APPLIED"
                   SET LEAVE-CHECK-FAILED TO TRUE
               WHEN WS-ENTRY-LEAVE-HOURS-NUM = ZERO
                   DISPLAY "LEAVE HOURS REQUIRED, LP ENTRY NOT APPLIED"
                   SET LEAVE-CHECK-FAILED TO TRUE
               WHEN OTHER
                   PERFORM 3160-PROJECT-LEAVE-BALANCE
           END-EVALUATE.
       3160-PROJECT-LEAVE-BALANCE.
           MOVE WS-ENTRY-LEAVE-TYPE TO WS-LVB-SEARCH-TYPE
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 8880-FIND-LEAVE-ENTRY
           IF LVB-FOUND
               PERFORM 8895-MOVE-LEAVE-ENTRY-TO-RECORD
               MOVE WS-LEAVE-RECORD TO WS-BEFORE-IMAGE
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                   - WS-ENTRY-LEAVE-HOURS-NUM
           ELSE
               COMPUTE WS-PROJECTED-BALANCE =
                   0 - WS-ENTRY-LEAVE-HOURS-NUM
           END-IF
           IF WS-PROJECTED-BALANCE < ZERO
               DISPLAY "LP WOULD TAKE LEAVE BALANCE NEGATIVE, "
                   "PROJECTED=" WS-PROJECTED-BALANCE
               DISPLAY "SUPERVISOR APPROVAL ID (BLANK=REFUSE)"
               ACCEPT WS-SUPERVISOR-ID
               EVALUATE TRUE
                   WHEN WS-SUPERVISOR-ID = SPACES
                       DISPLAY "NOT APPROVED, LP ENTRY NOT APPLIED"
                       SET LEAVE-CHECK-FAILED TO TRUE
                   WHEN OTHER
                       PERFORM 3170-CHECK-SUPERVISOR-APPROVAL
               END-EVALUATE
           END-IF.
       3170-CHECK-SUPERVISOR-APPROVAL.
           MOVE WS-SUPERVISOR-ID TO WS-SEC-SUPERVISOR-ID
           PERFORM 8958-VERIFY-SUPERVISOR
           IF SUPERVISOR-NOT-APPROVED
               DISPLAY "SUPERVISOR " WS-SUPERVISOR-ID
                   " MAY NOT APPROVE, LP ENTRY NOT APPLIED"
               SET LEAVE-CHECK-FAILED TO TRUE
           ELSE
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING "LP OVER BALANCE APPROVED SUPV="
                          DELIMITED BY SIZE
                      WS-SUPERVISOR-ID     DELIMITED BY SIZE
                      " TYPE="             DELIMITED BY SIZE
                      WS-ENTRY-LEAVE-TYPE  DELIMITED BY SIZE
                      " HOURS="            DELIMITED BY SIZE
                      WS-ENTRY-LEAVE-HOURS DELIMITED BY SIZE
                      " EFFECTIVE="        DELIMITED BY SIZE
                      WS-ENTRY-EFFECTIVE-DATE
                          DELIMITED BY SIZE
                   INTO WS-AFTER-IMAGE
               END-STRING
               SET LEAVE-APPROVAL-PENDING TO TRUE
           END-IF.
       3200-WRITE-STATUS-HISTORY.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-ENTRY-TEACHER-ID     TO STAT-TEACHER-ID
           IF WS-STHIST-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHRSTAT WRITE FAILED, "
                   "STATUS=" WS-STHIST-FILE-STATUS
               MOVE "N" TO WS-STATUS-WRITE-SW
           ELSE
               SET STATUS-HISTORY-WRITTEN TO TRUE
           END-IF.
       3250-ADD-STATUS-TO-TABLE.
           IF WS-STHIST-TABLE-COUNT < 2000
                   "TEACHER-STATUS BYTE UNCHANGED"
           ELSE
               MOVE TEACHER-RECORD TO WS-BEFORE-IMAGE
               MOVE "S" TO WS-AUDIT-ACTION-CODE
               IF ASOF-IS-EMPLOYED
                   SET TEACHER-ACTIVE TO TRUE
               ELSE
           MOVE WS-CURRENT-DATE     TO AUDIT-DATE
           MOVE WS-CURRENT-TIME     TO AUDIT-TIME
           MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-ACTION-CODE TO AUDIT-ACTION
           MOVE WS-ENTRY-TEACHER-ID TO AUDIT-KEY
           MOVE WS-BEFORE-IMAGE     TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE      TO AUDIT-AFTER-IMAGE
           DISPLAY "STATUS ENTRIES APPLIED: " WS-TRANS-SUCCESS-COUNT
           DISPLAY "STATUS ENTRIES FAILED : " WS-TRANS-FAILED-COUNT.
       COPY TCHSTLD.
       COPY TCHLVLD.
       COPY TCHOPLD.
       COPY TEACHERR.

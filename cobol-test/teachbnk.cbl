       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherBankMaint.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHOPFC.
       COPY TCHSVFC.
       COPY TCHBKFC.
           SELECT TEACHER-AUDIT-FILE ASSIGN TO "TCHRAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-BANK-FILE.
       COPY TCHBKFD.
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHOPREC.
       COPY TCHBKREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
             88 MORE-TRANSACTIONS          VALUE "Y".
          05 WS-RECORD-FOUND-SW            PIC X(01).
             88 TEACHER-RECORD-FOUND       VALUE "Y".
             88 TEACHER-RECORD-NOT-FOUND   VALUE "N".
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-ENTRY-VALID-SW             PIC X(01) VALUE "N".
             88 ENTRY-VALID                VALUE "Y".
             88 ENTRY-NOT-VALID            VALUE "N".
       01 WS-TRANS-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-TRANS-SUCCESS-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-TRANS-FAILED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-TRANSACTION.
          05 WS-TRANS-ACTION               PIC X(01).
             88 TRANS-IS-ADD                VALUE "A".
             88 TRANS-IS-UPDATE             VALUE "U".
             88 TRANS-IS-DELETE             VALUE "D".
             88 TRANS-IS-EXIT               VALUE "X".
          05 WS-TRANS-KEY                  PIC X(09).
       01 WS-ENTRY-ROUTING-NUMBER          PIC X(09).
       01 WS-ENTRY-ACCOUNT-NUMBER          PIC X(17).
       01 WS-ENTRY-ACCOUNT-TYPE            PIC X(01).
          88 ENTRY-TYPE-VALID              VALUES "C" "S".
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
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-SIGN-ON-OPERATOR
           IF OPERATOR-AUTHORIZED
               PERFORM 1000-INITIALIZE
               PERFORM 2000-PROCESS-TRANSACTION
                   UNTIL NOT MORE-TRANSACTIONS
               PERFORM 7000-REWRITE-BANK-FILE
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
       0100-SIGN-ON-OPERATOR.
           DISPLAY "TEACHER BANK ACCOUNT MAINTENANCE - "
               "ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
           MOVE "TEACHERBANKMAINT" TO WS-SEC-PROGRAM-NAME
           SET SEC-RIGHT-SIGN-ON TO TRUE
           PERFORM 8950-VERIFY-OPERATOR
           IF OPERATOR-NOT-AUTHORIZED
               DISPLAY "SESSION REFUSED, NO CHANGES MADE"
           END-IF.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE "OPEN"       TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           PERFORM 8200-LOAD-BANK-TABLE
           IF BANK-LOAD-ERROR
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           DISPLAY "BANK ACCOUNT RECORDS LOADED: " WS-BANK-TABLE-COUNT
           OPEN EXTEND TEACHER-AUDIT-FILE.
       2000-PROCESS-TRANSACTION.
           DISPLAY "ACTION (A=ADD, U=UPDATE, D=DELETE, X=EXIT)"
           ACCEPT WS-TRANS-ACTION
           IF TRANS-IS-EXIT
               MOVE "N" TO WS-MORE-TRANS-SW
           ELSE
               ADD 1 TO WS-TRANS-COUNT
               DISPLAY "TEACHER ID (SOMEDATANAME)"
               ACCEPT WS-TRANS-KEY
               PERFORM 2050-CHECK-ACTION-RIGHT
               EVALUATE TRUE
                   WHEN OPERATOR-NOT-AUTHORIZED
                       DISPLAY "ACTION REFUSED FOR OPERATOR "
                           WS-OPERATOR-ID
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   WHEN TRANS-IS-ADD
                       PERFORM 3000-ADD-BANK-ACCOUNT
                   WHEN TRANS-IS-UPDATE
                       PERFORM 4000-UPDATE-BANK-ACCOUNT
                   WHEN TRANS-IS-DELETE
                       PERFORM 5000-DELETE-BANK-ACCOUNT
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
                       ADD 1 TO WS-TRANS-FAILED-COUNT
               END-EVALUATE
           END-IF.
       2050-CHECK-ACTION-RIGHT.
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
       2100-READ-TEACHER-RECORD.
           MOVE WS-TRANS-KEY TO SOMEDATANAME
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
       2200-ACCEPT-ACCOUNT-DETAILS.
           DISPLAY "ROUTING NUMBER (9 DIGITS)"
           ACCEPT WS-ENTRY-ROUTING-NUMBER
           DISPLAY "ACCOUNT NUMBER (UP TO 17 CHARS)"
           ACCEPT WS-ENTRY-ACCOUNT-NUMBER
           DISPLAY "ACCOUNT TYPE (C=CHECKING, S=SAVINGS)"
           ACCEPT WS-ENTRY-ACCOUNT-TYPE
           SET ENTRY-VALID TO TRUE
           MOVE WS-ENTRY-ROUTING-NUMBER TO WS-RTN-NUMBER
           PERFORM 8270-VALIDATE-ROUTING-NUMBER
           IF ROUTING-NOT-VALID
               DISPLAY "ROUTING NUMBER FAILS CHECK DIGIT, "
                   "ENTRY NOT APPLIED"
               SET ENTRY-NOT-VALID TO TRUE
           END-IF
           IF WS-ENTRY-ACCOUNT-NUMBER = SPACES
               DISPLAY "ACCOUNT NUMBER REQUIRED, ENTRY NOT APPLIED"
               SET ENTRY-NOT-VALID TO TRUE
           END-IF
           IF NOT ENTRY-TYPE-VALID
               DISPLAY "ACCOUNT TYPE MUST BE C OR S, "
                   "ENTRY NOT APPLIED"
               SET ENTRY-NOT-VALID TO TRUE
           END-IF.
       3000-ADD-BANK-ACCOUNT.
           PERFORM 2100-READ-TEACHER-RECORD
           IF TEACHER-RECORD-NOT-FOUND
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               PERFORM 8280-FIND-BANK-ENTRY
               IF BANK-FOUND
                   DISPLAY "ADD FAILED, BANK ACCOUNT ALREADY ON FILE "
                       "FOR " WS-TRANS-KEY
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   IF WS-BANK-TABLE-COUNT NOT < 1000
                       DISPLAY "** OPERATOR ALERT ** BANK ACCOUNT "
                           "TABLE FULL, ENTRY NOT APPLIED"
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   ELSE
                       PERFORM 2200-ACCEPT-ACCOUNT-DETAILS
                       IF ENTRY-NOT-VALID
                           ADD 1 TO WS-TRANS-FAILED-COUNT
                       ELSE
                           ADD 1 TO WS-BANK-TABLE-COUNT
                           SET WS-BANK-IDX TO WS-BANK-TABLE-COUNT
                           MOVE WS-TRANS-KEY
                               TO WS-BANK-TEACHER-ID(WS-BANK-IDX)
                           PERFORM 3100-APPLY-ACCOUNT-DETAILS
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           PERFORM 8295-MOVE-BANK-ENTRY-TO-RECORD
                           MOVE WS-BANK-RECORD TO WS-AFTER-IMAGE
                           PERFORM 8000-WRITE-AUDIT-RECORD
                           ADD 1 TO WS-TRANS-SUCCESS-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3100-APPLY-ACCOUNT-DETAILS.
           MOVE WS-ENTRY-ROUTING-NUMBER
               TO WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
           MOVE WS-ENTRY-ACCOUNT-NUMBER
               TO WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX)
           MOVE WS-ENTRY-ACCOUNT-TYPE
               TO WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX)
           MOVE "P"  TO WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
           MOVE ZERO TO WS-BANK-PRENOTE-DATE(WS-BANK-IDX)
           MOVE WS-CURRENT-DATE
               TO WS-BANK-LAST-CHANGE-DATE(WS-BANK-IDX).
       4000-UPDATE-BANK-ACCOUNT.
           PERFORM 2100-READ-TEACHER-RECORD
           IF TEACHER-RECORD-NOT-FOUND
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               PERFORM 8280-FIND-BANK-ENTRY
               IF BANK-NOT-FOUND
                   DISPLAY "UPDATE FAILED, NO BANK ACCOUNT ON FILE "
                       "FOR " WS-TRANS-KEY
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   PERFORM 8295-MOVE-BANK-ENTRY-TO-RECORD
                   MOVE WS-BANK-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2200-ACCEPT-ACCOUNT-DETAILS
                   IF ENTRY-NOT-VALID
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   ELSE
                       IF WS-ENTRY-ROUTING-NUMBER =
                              WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
                          AND WS-ENTRY-ACCOUNT-NUMBER =
                              WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX)
                          AND WS-ENTRY-ACCOUNT-TYPE =
                              WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX)
                          AND NOT WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
                              = "R"
                           DISPLAY "NO CHANGE TO ACCOUNT DETAILS, "
                               "PRENOTE STATUS KEPT"
                       ELSE
                           PERFORM 3100-APPLY-ACCOUNT-DETAILS
                           PERFORM 8295-MOVE-BANK-ENTRY-TO-RECORD
                           MOVE WS-BANK-RECORD TO WS-AFTER-IMAGE
                           PERFORM 8000-WRITE-AUDIT-RECORD
                       END-IF
                       ADD 1 TO WS-TRANS-SUCCESS-COUNT
                   END-IF
               END-IF
           END-IF.
       5000-DELETE-BANK-ACCOUNT.
           MOVE WS-TRANS-KEY TO SOMEDATANAME
           PERFORM 8280-FIND-BANK-ENTRY
           IF BANK-NOT-FOUND
               DISPLAY "DELETE FAILED, NO BANK ACCOUNT ON FILE "
                   "FOR " WS-TRANS-KEY
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               PERFORM 8295-MOVE-BANK-ENTRY-TO-RECORD
               MOVE WS-BANK-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-BANK-TEACHER-ID(WS-BANK-IDX)
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               ADD 1 TO WS-TRANS-SUCCESS-COUNT
           END-IF.
       7000-REWRITE-BANK-FILE.
           IF BANK-LOAD-ERROR
               DISPLAY "** OPERATOR ALERT ** TCHRBANK NOT REWRITTEN, "
                   "MASTER DID NOT LOAD AT START OF SESSION"
           ELSE
               PERFORM 8290-REWRITE-BANK-FILE
               IF BANK-REWRITE-ERROR
                   DISPLAY "** OPERATOR ALERT ** TCHRBANK REWRITE "
                       "INCOMPLETE, SESSION CHANGES NOT SAVED, "
                       "RESTORE TCHRBANK AND REKEY"
               END-IF
           END-IF.
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE   TO AUDIT-DATE
           MOVE WS-CURRENT-TIME   TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           EVALUATE WS-TRANS-ACTION
               WHEN "A"
                   MOVE "B"       TO AUDIT-ACTION
               WHEN "U"
                   MOVE "C"       TO AUDIT-ACTION
               WHEN "D"
                   MOVE "R"       TO AUDIT-ACTION
           END-EVALUATE
           MOVE WS-TRANS-KEY      TO AUDIT-KEY
           MOVE WS-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE    TO AUDIT-AFTER-IMAGE
           WRITE TEACHER-AUDIT-RECORD FROM WS-AUDIT-LINE.
       9000-TERMINATE.
           CLOSE TEACHER
           CLOSE TEACHER-AUDIT-FILE
           DISPLAY "BANK ENTRIES KEYED  : " WS-TRANS-COUNT
           DISPLAY "BANK ENTRIES APPLIED: " WS-TRANS-SUCCESS-COUNT
           DISPLAY "BANK ENTRIES FAILED : " WS-TRANS-FAILED-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERBANKMAINT"      TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-TRANS-COUNT         TO WS-RUNLOG-RECORDS-READ
           MOVE WS-TRANS-SUCCESS-COUNT TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-TRANS-FAILED-COUNT  TO WS-RUNLOG-EXCEPTIONS
           IF WS-TRANS-FAILED-COUNT = ZERO
              AND NOT BANK-REWRITE-ERROR
               SET WS-RUNLOG-STATUS-OK TO TRUE
           ELSE
               SET WS-RUNLOG-STATUS-ERROR TO TRUE
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-FILE-REC FROM WS-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       COPY TCHBKLD.
       COPY TCHOPLD.
       COPY TEACHERR.

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AbcdeAccountMaint.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY ABCDEMFC.
       COPY ABCDEPFC.
           SELECT OPTIONAL ABCDE-AUDIT-FILE ASSIGN TO "ABCDEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  ABCDE-RECORD-FILE.
       COPY ABCDEMFD.
       FD  ABCDE-PREFIX-CONTROL-FILE.
       COPY ABCDEPFD.
       FD  ABCDE-AUDIT-FILE.
       01  ABCDE-AUDIT-RECORD                 PIC X(245).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY ABCDEMWS.
       COPY ABCDEPCT.
       COPY RUNLOG.
       01 WS-ABCDE-SWITCHES.
          05 WS-MORE-TRANS-SW              PIC X(01) VALUE "Y".
             88 MORE-TRANSACTIONS          VALUE "Y".
          05 WS-ACCOUNT-FOUND-SW           PIC X(01) VALUE "N".
             88 ACCOUNT-FOUND              VALUE "Y".
             88 ACCOUNT-NOT-FOUND          VALUE "N".
          05 WS-ENTRY-VALID-SW             PIC X(01) VALUE "N".
             88 ENTRY-VALID                VALUE "Y".
             88 ENTRY-NOT-VALID            VALUE "N".
          05 WS-AUD-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
       01 WS-TRANS-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-TRANS-SUCCESS-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-TRANS-FAILED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-TRANSACTION.
          05 WS-TRANS-ACTION               PIC X(01).
             88 TRANS-IS-OPEN               VALUE "O".
             88 TRANS-IS-FREEZE             VALUE "F".
             88 TRANS-IS-UNFREEZE           VALUE "U".
             88 TRANS-IS-CLOSE              VALUE "C".
             88 TRANS-IS-EXIT               VALUE "X".
          05 WS-TRANS-KEY.
             10 WS-TRANS-AAAAAAAA          PIC X(02).
             10 WS-TRANS-ABC-1             PIC X(02).
             10 WS-TRANS-ABC-2             PIC X(03).
             10 WS-TRANS-ABC-3             PIC X(03).
             10 WS-TRANS-ABC-4             PIC X(04).
       01 WS-ENTRY-FLOOR.
          05 WS-ENTRY-FLOOR-RAW            PIC X(11) VALUE SPACES.
          05 WS-ENTRY-FLOOR-DIGITS         PIC X(09) VALUE SPACES.
          05 WS-ENTRY-FLOOR-NUM REDEFINES
                WS-ENTRY-FLOOR-DIGITS      PIC 9(07)V99.
          05 WS-ENTRY-FLOOR-SW             PIC X(01) VALUE "N".
          05 WS-ENTRY-CREDIT-FLOOR         PIC S9(07)V99 VALUE ZERO.
       01 WS-ACCOUNT-CHECK-DIGIT.
          05 WS-CD-SOURCE                  PIC X(08).
          05 WS-CD-TABLE REDEFINES WS-CD-SOURCE.
             10 WS-CD-CHAR                 PIC X(01) OCCURS 8 TIMES.
          05 WS-CD-INDEX                   PIC 9(02) VALUE ZERO.
          05 WS-CD-DIGIT                   PIC 9(01) VALUE ZERO.
          05 WS-CD-WEIGHTED                PIC 9(02) VALUE ZERO.
          05 WS-CD-SUM                     PIC 9(03) VALUE ZERO.
          05 WS-CD-COMPUTED                PIC 9(01) VALUE ZERO.
          05 WS-CD-EXPECTED                PIC 9(01) VALUE ZERO.
       01 WS-DISPLAY-AMOUNT                PIC -Z.ZZZ.ZZ9,99.
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
          05 AUDIT-KEY                     PIC X(14).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-BEFORE-IMAGE            PIC X(100).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 AUDIT-AFTER-IMAGE             PIC X(100).
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTION UNTIL NOT MORE-TRANSACTIONS
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           DISPLAY "ABCDE ACCOUNT STATUS MAINTENANCE - "
               "ENTER OPERATOR ID"
           ACCEPT WS-OPERATOR-ID
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED, SESSION ENDED"
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           MOVE "OPEN" TO WS-ABCDE-MST-LAST-OP
           OPEN I-O ABCDE-RECORD-FILE
           IF WS-ABCDE-MST-STATUS = "35"
              OPEN OUTPUT ABCDE-RECORD-FILE
              CLOSE ABCDE-RECORD-FILE
              OPEN I-O ABCDE-RECORD-FILE
           END-IF
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS NOT = "00"
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           PERFORM 8600-LOAD-PREFIX-CONTROL
           IF PCT-LOAD-ERROR
               MOVE "N" TO WS-MORE-TRANS-SW
           END-IF
           OPEN EXTEND ABCDE-AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT ABCDE-AUDIT-FILE
           END-IF.
       2000-PROCESS-TRANSACTION.
           DISPLAY "ACTION (O=OPEN, F=FREEZE, U=UNFREEZE, C=CLOSE, "
               "X=EXIT)"
           ACCEPT WS-TRANS-ACTION
           IF TRANS-IS-EXIT
               MOVE "N" TO WS-MORE-TRANS-SW
           ELSE
               ADD 1 TO WS-TRANS-COUNT
               PERFORM 2100-ACCEPT-ACCOUNT-KEY
               EVALUATE TRUE
                   WHEN TRANS-IS-OPEN
                       PERFORM 3000-OPEN-ACCOUNT
                   WHEN TRANS-IS-FREEZE
                       PERFORM 4000-FREEZE-ACCOUNT
                   WHEN TRANS-IS-UNFREEZE
                       PERFORM 5000-UNFREEZE-ACCOUNT
                   WHEN TRANS-IS-CLOSE
                       PERFORM 6000-CLOSE-ACCOUNT
                   WHEN OTHER
                       DISPLAY "INVALID ACTION CODE"
                       ADD 1 TO WS-TRANS-FAILED-COUNT
               END-EVALUATE
           END-IF.
       2100-ACCEPT-ACCOUNT-KEY.
           MOVE SPACES TO WS-TRANS-KEY
           DISPLAY "ACCOUNT PREFIX AAAAAAAA (2 CHARS)"
           ACCEPT WS-TRANS-AAAAAAAA
           DISPLAY "ACCOUNT SEGMENT ABC-1 (2 CHARS)"
           ACCEPT WS-TRANS-ABC-1
           DISPLAY "ACCOUNT SEGMENT ABC-2 (3 CHARS)"
           ACCEPT WS-TRANS-ABC-2
           DISPLAY "ACCOUNT SEGMENT ABC-3 (3 CHARS)"
           ACCEPT WS-TRANS-ABC-3
           DISPLAY "ACCOUNT SEGMENT ABC-4 (4 CHARS)"
           ACCEPT WS-TRANS-ABC-4.
       2200-READ-ACCOUNT.
           MOVE WS-TRANS-KEY TO ABCDE-MST-PRI-ABC
           MOVE "READ" TO WS-ABCDE-MST-LAST-OP
           READ ABCDE-RECORD-FILE
               INVALID KEY
                   SET ACCOUNT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ
           IF ACCOUNT-FOUND
               PERFORM 8800-CHECK-ABCDE-MST-STATUS
               MOVE ABCDE-RECORD-FILE-REC TO WS-BEFORE-IMAGE
           ELSE
               DISPLAY "ACCOUNT NOT ON MASTER: " WS-TRANS-KEY
           END-IF.
       2300-VALIDATE-ACCOUNT-KEY.
           SET ENTRY-VALID TO TRUE
           IF WS-TRANS-AAAAAAAA(1:1) = SPACE
              OR WS-TRANS-AAAAAAAA(2:1) = SPACE
              OR WS-TRANS-ABC-1 = SPACES
              OR WS-TRANS-ABC-2 = SPACES
              OR WS-TRANS-ABC-3 = SPACES
              OR WS-TRANS-ABC-4 = SPACES
               DISPLAY "MISSING OR SHORT ACCOUNT SEGMENT"
               SET ENTRY-NOT-VALID TO TRUE
           END-IF
           IF ENTRY-VALID
              AND NOT WS-TRANS-ABC-4 IS NUMERIC
               DISPLAY "NON-NUMERIC CHARACTER IN ACCOUNT SEGMENT"
               SET ENTRY-NOT-VALID TO TRUE
           END-IF
           IF ENTRY-VALID
               PERFORM 2350-VALIDATE-CHECK-DIGIT
           END-IF.
       2350-VALIDATE-CHECK-DIGIT.
           STRING WS-TRANS-ABC-1 WS-TRANS-ABC-2 WS-TRANS-ABC-3
               DELIMITED BY SIZE INTO WS-CD-SOURCE
           END-STRING
           MOVE ZERO TO WS-CD-SUM
           PERFORM VARYING WS-CD-INDEX FROM 1 BY 1
                   UNTIL WS-CD-INDEX > 8
               IF WS-CD-CHAR(WS-CD-INDEX) IS NUMERIC
                  MOVE WS-CD-CHAR(WS-CD-INDEX) TO WS-CD-DIGIT
                  IF FUNCTION MOD(WS-CD-INDEX, 2) = 0
                     COMPUTE WS-CD-WEIGHTED = WS-CD-DIGIT * 2
                     IF WS-CD-WEIGHTED > 9
                        COMPUTE WS-CD-WEIGHTED = WS-CD-WEIGHTED - 9
                     END-IF
                  ELSE
                     MOVE WS-CD-DIGIT TO WS-CD-WEIGHTED
                  END-IF
                  COMPUTE WS-CD-SUM = WS-CD-SUM + WS-CD-WEIGHTED
               ELSE
                  SET ENTRY-NOT-VALID TO TRUE
               END-IF
           END-PERFORM
           IF ENTRY-NOT-VALID
              DISPLAY "NON-NUMERIC CHARACTER IN ACCOUNT SEGMENT"
           ELSE
              COMPUTE WS-CD-COMPUTED =
                 FUNCTION MOD((10 - FUNCTION MOD(WS-CD-SUM, 10)), 10)
              MOVE WS-TRANS-ABC-4(4:1) TO WS-CD-EXPECTED
              IF WS-CD-COMPUTED NOT = WS-CD-EXPECTED
                 DISPLAY "CHECK DIGIT MISMATCH ON ACCOUNT NUMBER"
                 SET ENTRY-NOT-VALID TO TRUE
              END-IF
           END-IF.
       2400-ACCEPT-CREDIT-FLOOR.
           MOVE WS-TRANS-AAAAAAAA TO WS-PCT-SEARCH-PREFIX
           PERFORM 8680-FIND-PREFIX-CONTROL
           IF PREFIX-FLOOR-APPLIES
               MOVE WS-PCT-CUR-CREDIT-FLOOR TO WS-DISPLAY-AMOUNT
               DISPLAY "PREFIX DEFAULT CREDIT FLOOR: " WS-DISPLAY-AMOUNT
           ELSE
               DISPLAY "PREFIX DEFAULT CREDIT FLOOR: NONE"
           END-IF
           DISPLAY "CREDIT FLOOR (BLANK=PREFIX DEFAULT, N=NO FLOOR, "
               "OR AMOUNT AS ON ABCDEIN, E.G. 0000500,00-)"
           MOVE SPACES TO WS-ENTRY-FLOOR-RAW
           ACCEPT WS-ENTRY-FLOOR-RAW
           SET ENTRY-VALID TO TRUE
           EVALUATE TRUE
               WHEN WS-ENTRY-FLOOR-RAW = SPACES
                   MOVE WS-PCT-CUR-FLOOR-SW TO WS-ENTRY-FLOOR-SW
                   MOVE WS-PCT-CUR-CREDIT-FLOOR
                       TO WS-ENTRY-CREDIT-FLOOR
               WHEN WS-ENTRY-FLOOR-RAW = "N"
                   MOVE "N"  TO WS-ENTRY-FLOOR-SW
                   MOVE ZERO TO WS-ENTRY-CREDIT-FLOOR
               WHEN OTHER
                   PERFORM 2450-PARSE-CREDIT-FLOOR
           END-EVALUATE.
       2450-PARSE-CREDIT-FLOOR.
           MOVE SPACES TO WS-ENTRY-FLOOR-DIGITS
           IF (WS-ENTRY-FLOOR-RAW(11:1) = "+"
               OR WS-ENTRY-FLOOR-RAW(11:1) = "-")
              AND WS-ENTRY-FLOOR-RAW(8:1) = ","
              STRING WS-ENTRY-FLOOR-RAW(1:7) WS-ENTRY-FLOOR-RAW(9:2)
                  DELIMITED BY SIZE INTO WS-ENTRY-FLOOR-DIGITS
              END-STRING
           END-IF
           IF WS-ENTRY-FLOOR-DIGITS IS NUMERIC
              MOVE "Y" TO WS-ENTRY-FLOOR-SW
              MOVE WS-ENTRY-FLOOR-NUM TO WS-ENTRY-CREDIT-FLOOR
              IF WS-ENTRY-FLOOR-RAW(11:1) = "-"
                 COMPUTE WS-ENTRY-CREDIT-FLOOR =
                    WS-ENTRY-CREDIT-FLOOR * -1
              END-IF
           ELSE
              DISPLAY "UNRECOGNIZED CREDIT FLOOR FORMAT, "
                  "ENTRY NOT APPLIED"
              SET ENTRY-NOT-VALID TO TRUE
           END-IF.
       3000-OPEN-ACCOUNT.
           PERFORM 2300-VALIDATE-ACCOUNT-KEY
           IF ENTRY-NOT-VALID
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               MOVE WS-TRANS-KEY TO ABCDE-MST-PRI-ABC
               MOVE "READ" TO WS-ABCDE-MST-LAST-OP
               READ ABCDE-RECORD-FILE
                   INVALID KEY
                       SET ACCOUNT-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET ACCOUNT-FOUND TO TRUE
               END-READ
               IF ACCOUNT-FOUND
                   DISPLAY "OPEN FAILED, ACCOUNT ALREADY ON MASTER "
                       "WITH STATUS " ABCDE-MST-ACCT-STATUS
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   PERFORM 2400-ACCEPT-CREDIT-FLOOR
                   IF ENTRY-NOT-VALID
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   ELSE
                       PERFORM 3100-WRITE-NEW-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       3100-WRITE-NEW-ACCOUNT.
           MOVE WS-TRANS-KEY          TO ABCDE-MST-PRI-ABC
           MOVE ZERO                  TO ABCDE-MST-AMOUNT
           SET ABCDE-ACCT-OPEN        TO TRUE
           MOVE WS-CURRENT-DATE       TO ABCDE-MST-OPEN-DATE
           MOVE ZERO                  TO ABCDE-MST-CLOSE-DATE
           MOVE WS-ENTRY-FLOOR-SW     TO ABCDE-MST-FLOOR-SW
           MOVE WS-ENTRY-CREDIT-FLOOR TO ABCDE-MST-CREDIT-FLOOR
           MOVE "WRITE" TO WS-ABCDE-MST-LAST-OP
           WRITE ABCDE-RECORD-FILE-REC
               INVALID KEY
                   DISPLAY "OPEN FAILED, MASTER WRITE STATUS="
                       WS-ABCDE-MST-STATUS
           END-WRITE
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS = "00"
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE ABCDE-RECORD-FILE-REC TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               DISPLAY "ACCOUNT OPENED: " WS-TRANS-KEY
               ADD 1 TO WS-TRANS-SUCCESS-COUNT
           ELSE
               ADD 1 TO WS-TRANS-FAILED-COUNT
           END-IF.
       4000-FREEZE-ACCOUNT.
           PERFORM 2200-READ-ACCOUNT
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               IF NOT ABCDE-ACCT-OPEN
                   DISPLAY "FREEZE FAILED, ACCOUNT IS NOT OPEN, "
                       "STATUS " ABCDE-MST-ACCT-STATUS
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   SET ABCDE-ACCT-FROZEN TO TRUE
                   PERFORM 7000-REWRITE-ACCOUNT
               END-IF
           END-IF.
       5000-UNFREEZE-ACCOUNT.
           PERFORM 2200-READ-ACCOUNT
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               IF NOT ABCDE-ACCT-FROZEN
                   DISPLAY "UNFREEZE FAILED, ACCOUNT IS NOT FROZEN, "
                       "STATUS " ABCDE-MST-ACCT-STATUS
                   ADD 1 TO WS-TRANS-FAILED-COUNT
               ELSE
                   SET ABCDE-ACCT-OPEN TO TRUE
                   PERFORM 7000-REWRITE-ACCOUNT
               END-IF
           END-IF.
       6000-CLOSE-ACCOUNT.
           PERFORM 2200-READ-ACCOUNT
           IF ACCOUNT-NOT-FOUND
               ADD 1 TO WS-TRANS-FAILED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN ABCDE-ACCT-CLOSED
                       DISPLAY "CLOSE FAILED, ACCOUNT ALREADY CLOSED "
                           "ON " ABCDE-MST-CLOSE-DATE
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   WHEN ABCDE-MST-AMOUNT NOT = ZERO
                       MOVE ABCDE-MST-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY "CLOSE FAILED, BALANCE NOT ZERO: "
                           WS-DISPLAY-AMOUNT
                       ADD 1 TO WS-TRANS-FAILED-COUNT
                   WHEN OTHER
                       SET ABCDE-ACCT-CLOSED TO TRUE
                       MOVE WS-CURRENT-DATE TO ABCDE-MST-CLOSE-DATE
                       PERFORM 7000-REWRITE-ACCOUNT
               END-EVALUATE
           END-IF.
       7000-REWRITE-ACCOUNT.
           MOVE "REWRITE" TO WS-ABCDE-MST-LAST-OP
           REWRITE ABCDE-RECORD-FILE-REC
               INVALID KEY
                   DISPLAY "MASTER REWRITE FAILED, STATUS="
                       WS-ABCDE-MST-STATUS
           END-REWRITE
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS = "00"
               MOVE ABCDE-RECORD-FILE-REC TO WS-AFTER-IMAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               DISPLAY "ACCOUNT " WS-TRANS-KEY " NOW STATUS "
                   ABCDE-MST-ACCT-STATUS
               ADD 1 TO WS-TRANS-SUCCESS-COUNT
           ELSE
               ADD 1 TO WS-TRANS-FAILED-COUNT
           END-IF.
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE   TO AUDIT-DATE
           MOVE WS-CURRENT-TIME   TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE WS-TRANS-ACTION   TO AUDIT-ACTION
           MOVE WS-TRANS-KEY      TO AUDIT-KEY
           MOVE WS-BEFORE-IMAGE   TO AUDIT-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE    TO AUDIT-AFTER-IMAGE
           WRITE ABCDE-AUDIT-RECORD FROM WS-AUDIT-LINE.
       9000-TERMINATE.
           CLOSE ABCDE-RECORD-FILE
           CLOSE ABCDE-AUDIT-FILE
           DISPLAY "ACCOUNT ENTRIES KEYED  : " WS-TRANS-COUNT
           DISPLAY "ACCOUNT ENTRIES APPLIED: " WS-TRANS-SUCCESS-COUNT
           DISPLAY "ACCOUNT ENTRIES FAILED : " WS-TRANS-FAILED-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "ABCDEACCOUNTMAINT"     TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-TRANS-COUNT         TO WS-RUNLOG-RECORDS-READ
           MOVE WS-TRANS-SUCCESS-COUNT TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-TRANS-FAILED-COUNT  TO WS-RUNLOG-EXCEPTIONS
           IF WS-TRANS-FAILED-COUNT = ZERO
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
       COPY ABCDEPLD.
       COPY ABCDEMER.

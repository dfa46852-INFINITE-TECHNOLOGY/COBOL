       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AbcdeMonthlyStatement.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY ABCDEMFC.
           SELECT OPTIONAL ABCDE-HISTORY-FILE ASSIGN TO "ABCDEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
           SELECT ABCDE-STATEMENT-REPORT ASSIGN TO "ABCDESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  ABCDE-RECORD-FILE.
       COPY ABCDEMFD.
       FD  ABCDE-HISTORY-FILE.
       01  ABCDE-HISTORY-FILE-REC                 PIC X(80).
       FD  ABCDE-STATEMENT-REPORT.
       01  ABCDE-STATEMENT-REPORT-REC             PIC X(80).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                       PIC X(70).
       WORKING-STORAGE SECTION.
       COPY ABCDEREC.
       COPY ABCDEMWS.
       COPY ABCDEHST.
       01 WS-ABCDE-SWITCHES.
          05 WS-ABCDE-EOF-SW               PIC X(01) VALUE "N".
             88 ABCDE-EOF                  VALUE "Y".
          05 WS-HST-EOF-SW                 PIC X(01) VALUE "N".
             88 HST-EOF                    VALUE "Y".
          05 WS-HST-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-STMT-FILE-STATUS           PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-STMT-ERROR-SW              PIC X(01) VALUE "N".
             88 STMT-ERROR                 VALUE "Y".
          05 WS-STA-FOUND-SW               PIC X(01) VALUE "N".
             88 STA-FOUND                  VALUE "Y".
             88 STA-NOT-FOUND              VALUE "N".
          05 WS-STM-ON-MASTER-SW           PIC X(01) VALUE "N".
             88 STM-ON-MASTER              VALUE "Y".
             88 STM-NOT-ON-MASTER          VALUE "N".
          05 WS-STM-FLAGGED-SW             PIC X(01) VALUE "N".
             88 STM-FLAGGED                VALUE "Y".
          05 WS-FILES-OPEN-SW              PIC X(01) VALUE "N".
             88 STMT-FILES-OPEN            VALUE "Y".
       01 WS-STMT-PERIOD.
          05 WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
          05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
             10 WS-RUN-YYYYMM              PIC 9(06).
             10 WS-RUN-DD                  PIC 9(02).
          05 WS-STMT-MONTH-IN              PIC X(06) VALUE SPACES.
          05 WS-STMT-MONTH                 PIC 9(06) VALUE ZERO.
          05 WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
             10 WS-STMT-YYYY               PIC 9(04).
             10 WS-STMT-MM                 PIC 9(02).
       01 WS-STA-TABLE.
          05 WS-STA-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-STA-IDX.
             10 WS-STA-ACCOUNT-KEY         PIC X(14).
             10 WS-STA-OPENING-BALANCE     PIC S9(07)V99.
             10 WS-STA-CLOSING-BALANCE     PIC S9(07)V99.
             10 WS-STA-MONTH-POSTINGS      PIC 9(05).
             10 WS-STA-FIRST-POSTING       PIC 9(05).
             10 WS-STA-LAST-POSTING        PIC 9(05).
             10 WS-STA-BREAK-SW            PIC X(01).
                88 STA-HISTORY-BREAK       VALUE "Y".
             10 WS-STA-PRINTED-SW          PIC X(01).
                88 STA-PRINTED             VALUE "Y".
       01 WS-STA-TABLE-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-SPT-TABLE.
          05 WS-SPT-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-SPT-IDX.
             10 WS-SPT-POSTING-DATE        PIC 9(08).
             10 WS-SPT-ENTRY-TYPE          PIC X(01).
             10 WS-SPT-SOURCE-CODE         PIC X(08).
             10 WS-SPT-BATCH-DATE          PIC X(08).
             10 WS-SPT-AMOUNT              PIC S9(07)V99.
             10 WS-SPT-CLOSING-BALANCE     PIC S9(07)V99.
             10 WS-SPT-NEXT                PIC 9(05).
       01 WS-SPT-TABLE-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-STM-WORK.
          05 WS-STM-ACCOUNT-KEY            PIC X(14).
          05 WS-STM-OPENING-BALANCE        PIC S9(07)V99.
          05 WS-STM-CLOSING-BALANCE        PIC S9(07)V99.
          05 WS-STM-MASTER-BALANCE         PIC S9(07)V99.
          05 WS-STM-POSTING-COUNT          PIC 9(05).
          05 WS-STM-NEXT-POSTING           PIC 9(05).
          05 WS-STM-BREAK-SW               PIC X(01).
             88 STM-HISTORY-BREAK          VALUE "Y".
       01 WS-STMT-COUNTERS.
          05 WS-HST-RECORDS-READ           PIC 9(09) VALUE ZERO.
          05 WS-STATEMENTS-PRINTED         PIC 9(07) VALUE ZERO.
          05 WS-POSTINGS-PRINTED           PIC 9(07) VALUE ZERO.
          05 WS-ACCOUNTS-FLAGGED           PIC 9(07) VALUE ZERO.
       01 WS-STMT-HEADING1.
          05 FILLER                        PIC X(40) VALUE
             "ABCDE MONTHLY ACCOUNT STATEMENTS".
          05 FILLER                        PIC X(17) VALUE
             "STATEMENT MONTH: ".
          05 HDG-STMT-MONTH                PIC 9(06).
       01 WS-STMT-ACCOUNT-LINE.
          05 FILLER                        PIC X(09) VALUE "ACCOUNT: ".
          05 ACL-ACCOUNT-KEY               PIC X(14).
       01 WS-STMT-COLUMN-HEADING.
          05 FILLER                        PIC X(11) VALUE
             "  POSTED".
          05 FILLER                        PIC X(09) VALUE "TYPE".
          05 FILLER                        PIC X(09) VALUE "SOURCE".
          05 FILLER                        PIC X(09) VALUE "BATCH".
          05 FILLER                        PIC X(14) VALUE
             "       AMOUNT".
          05 FILLER                        PIC X(15) VALUE
             "        BALANCE".
       01 WS-STMT-BALANCE-LINE.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 BAL-LABEL                     PIC X(51).
          05 BAL-AMOUNT                    PIC -Z.ZZZ.ZZ9,99.
       01 WS-STMT-DETAIL.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 STD-POSTING-DATE              PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 STD-ENTRY-DESC                PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 STD-SOURCE-CODE               PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 STD-BATCH-DATE                PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 STD-AMOUNT                    PIC -Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 STD-BALANCE                   PIC -Z.ZZZ.ZZ9,99.
       01 WS-STMT-NO-ACTIVITY              PIC X(40) VALUE
          "  NO POSTINGS THIS MONTH".
       01 WS-STMT-FLAG-LINE.
          05 FILLER                        PIC X(06) VALUE "  *** ".
          05 FLG-REASON                    PIC X(50).
       01 WS-STMT-TOTAL-LINE.
          05 TOT-LABEL                     PIC X(30).
          05 TOT-COUNT                     PIC ZZZ.ZZ9.
       COPY RUNLOG.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT STMT-ERROR
              PERFORM 2000-LOAD-HISTORY-RECORD UNTIL HST-EOF
              PERFORM 3000-PRINT-MASTER-STATEMENT UNTIL ABCDE-EOF
              PERFORM 4000-PRINT-UNMATCHED-HISTORY
              PERFORM 7000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "ABCDE MONTHLY ACCOUNT STATEMENTS"
           DISPLAY "STATEMENT MONTH YYYYMM (BLANK=CURRENT MONTH)"
           ACCEPT WS-STMT-MONTH-IN
           IF WS-STMT-MONTH-IN = SPACES
              MOVE WS-RUN-YYYYMM TO WS-STMT-MONTH
           ELSE
              IF WS-STMT-MONTH-IN IS NUMERIC
                 MOVE WS-STMT-MONTH-IN TO WS-STMT-MONTH
              ELSE
                 MOVE ZERO TO WS-STMT-MONTH
              END-IF
           END-IF
           IF WS-STMT-MM < 1 OR WS-STMT-MM > 12
              DISPLAY "** OPERATOR ALERT ** INVALID STATEMENT MONTH: "
                  WS-STMT-MONTH-IN
              SET STMT-ERROR TO TRUE
              SET HST-EOF    TO TRUE
              SET ABCDE-EOF  TO TRUE
           END-IF
           IF NOT STMT-ERROR
              PERFORM 1100-OPEN-FILES
           END-IF.
       1100-OPEN-FILES.
           SET STMT-FILES-OPEN TO TRUE
           OPEN INPUT ABCDE-HISTORY-FILE
           IF WS-HST-FILE-STATUS NOT = "00"
              AND WS-HST-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** ABCDEHST OPEN FAILED, "
                  "STATUS=" WS-HST-FILE-STATUS
              SET STMT-ERROR TO TRUE
           END-IF
           MOVE "OPEN" TO WS-ABCDE-MST-LAST-OP
           OPEN INPUT ABCDE-RECORD-FILE
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS NOT = "00"
              SET STMT-ERROR TO TRUE
           END-IF
           OPEN OUTPUT ABCDE-STATEMENT-REPORT
           IF STMT-ERROR
              SET HST-EOF   TO TRUE
              SET ABCDE-EOF TO TRUE
           ELSE
              MOVE WS-STMT-MONTH TO HDG-STMT-MONTH
              WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-HEADING1
              MOVE SPACES TO ABCDE-STATEMENT-REPORT-REC
              WRITE ABCDE-STATEMENT-REPORT-REC
              PERFORM 2100-READ-HISTORY-RECORD
              MOVE LOW-VALUES TO ABCDE-MST-PRI-ABC
              START ABCDE-RECORD-FILE
                  KEY IS NOT LESS THAN ABCDE-MST-PRI-ABC
                  INVALID KEY
                      SET ABCDE-EOF TO TRUE
              END-START
              IF NOT ABCDE-EOF
                 PERFORM 3100-READ-ABCDE-RECORD
              END-IF
           END-IF.
       2000-LOAD-HISTORY-RECORD.
           IF WS-HST-POSTING-YYYYMM NOT > WS-STMT-MONTH
              PERFORM 2200-FIND-OR-ADD-ACCOUNT
              IF STA-FOUND
                 IF WS-HST-POSTING-YYYYMM < WS-STMT-MONTH
                    MOVE WS-HST-CLOSING-BALANCE
                        TO WS-STA-OPENING-BALANCE(WS-STA-IDX)
                    MOVE WS-HST-CLOSING-BALANCE
                        TO WS-STA-CLOSING-BALANCE(WS-STA-IDX)
                 ELSE
                    PERFORM 2300-ADD-MONTH-POSTING
                 END-IF
              END-IF
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD.
       2100-READ-HISTORY-RECORD.
           READ ABCDE-HISTORY-FILE INTO WS-ABCDE-HISTORY-RECORD
               AT END SET HST-EOF TO TRUE
               NOT AT END ADD 1 TO WS-HST-RECORDS-READ
           END-READ.
       2200-FIND-OR-ADD-ACCOUNT.
           PERFORM 2250-FIND-STATEMENT-ACCOUNT
           IF STA-NOT-FOUND
              IF WS-STA-TABLE-COUNT < 2000
                 ADD 1 TO WS-STA-TABLE-COUNT
                 SET WS-STA-IDX TO WS-STA-TABLE-COUNT
                 MOVE WS-HST-ACCOUNT-KEY
                     TO WS-STA-ACCOUNT-KEY(WS-STA-IDX)
                 MOVE ZERO TO WS-STA-OPENING-BALANCE(WS-STA-IDX)
                 MOVE ZERO TO WS-STA-CLOSING-BALANCE(WS-STA-IDX)
                 MOVE ZERO TO WS-STA-MONTH-POSTINGS(WS-STA-IDX)
                 MOVE ZERO TO WS-STA-FIRST-POSTING(WS-STA-IDX)
                 MOVE ZERO TO WS-STA-LAST-POSTING(WS-STA-IDX)
                 MOVE "N"  TO WS-STA-BREAK-SW(WS-STA-IDX)
                 MOVE "N"  TO WS-STA-PRINTED-SW(WS-STA-IDX)
                 SET STA-FOUND TO TRUE
              ELSE
                 IF NOT STMT-ERROR
                    DISPLAY "** OPERATOR ALERT ** STATEMENT ACCOUNT "
                        "TABLE FULL, FIRST UNTRACKED ACCOUNT="
                        WS-HST-ACCOUNT-KEY
                 END-IF
                 SET STMT-ERROR TO TRUE
              END-IF
           END-IF.
       2250-FIND-STATEMENT-ACCOUNT.
           SET STA-NOT-FOUND TO TRUE
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-TABLE-COUNT
                      OR STA-FOUND
               IF WS-STA-ACCOUNT-KEY(WS-STA-IDX) = WS-HST-ACCOUNT-KEY
                  SET STA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STA-FOUND
              SET WS-STA-IDX DOWN BY 1
           END-IF.
       2300-ADD-MONTH-POSTING.
           IF WS-SPT-TABLE-COUNT NOT < 5000
              IF NOT STMT-ERROR
                 DISPLAY "** OPERATOR ALERT ** STATEMENT POSTING "
                     "TABLE FULL, FIRST UNTRACKED ACCOUNT="
                     WS-HST-ACCOUNT-KEY
              END-IF
              SET STMT-ERROR TO TRUE
           ELSE
              IF WS-STA-MONTH-POSTINGS(WS-STA-IDX) = ZERO
                 MOVE WS-HST-OPENING-BALANCE
                     TO WS-STA-OPENING-BALANCE(WS-STA-IDX)
              ELSE
                 IF WS-HST-OPENING-BALANCE NOT =
                    WS-STA-CLOSING-BALANCE(WS-STA-IDX)
                    MOVE "Y" TO WS-STA-BREAK-SW(WS-STA-IDX)
                 END-IF
              END-IF
              MOVE WS-HST-CLOSING-BALANCE
                  TO WS-STA-CLOSING-BALANCE(WS-STA-IDX)
              ADD 1 TO WS-SPT-TABLE-COUNT
              SET WS-SPT-IDX TO WS-SPT-TABLE-COUNT
              MOVE WS-HST-POSTING-DATE
                  TO WS-SPT-POSTING-DATE(WS-SPT-IDX)
              MOVE WS-HST-ENTRY-TYPE   TO WS-SPT-ENTRY-TYPE(WS-SPT-IDX)
              MOVE WS-HST-SOURCE-CODE  TO WS-SPT-SOURCE-CODE(WS-SPT-IDX)
              MOVE WS-HST-BATCH-DATE   TO WS-SPT-BATCH-DATE(WS-SPT-IDX)
              MOVE WS-HST-AMOUNT       TO WS-SPT-AMOUNT(WS-SPT-IDX)
              MOVE WS-HST-CLOSING-BALANCE
                  TO WS-SPT-CLOSING-BALANCE(WS-SPT-IDX)
              MOVE ZERO TO WS-SPT-NEXT(WS-SPT-IDX)
              IF WS-STA-MONTH-POSTINGS(WS-STA-IDX) = ZERO
                 MOVE WS-SPT-TABLE-COUNT
                     TO WS-STA-FIRST-POSTING(WS-STA-IDX)
              ELSE
                 MOVE WS-SPT-TABLE-COUNT
                     TO WS-SPT-NEXT(WS-STA-LAST-POSTING(WS-STA-IDX))
              END-IF
              MOVE WS-SPT-TABLE-COUNT
                  TO WS-STA-LAST-POSTING(WS-STA-IDX)
              ADD 1 TO WS-STA-MONTH-POSTINGS(WS-STA-IDX)
           END-IF.
       3000-PRINT-MASTER-STATEMENT.
           MOVE ABCDE-RECORD-FILE-REC TO ABCDE-COMMON
           MOVE ABCDE-PRI-ABC TO WS-HST-ACCOUNT-KEY
           PERFORM 2250-FIND-STATEMENT-ACCOUNT
           MOVE ABCDE-PRI-ABC TO WS-STM-ACCOUNT-KEY
           MOVE ABCDE-ABC-AMOUNT TO WS-STM-MASTER-BALANCE
           SET STM-ON-MASTER TO TRUE
           IF STA-FOUND
              PERFORM 3200-LOAD-STATEMENT-FROM-TABLE
           ELSE
              MOVE ZERO TO WS-STM-OPENING-BALANCE
              MOVE ZERO TO WS-STM-CLOSING-BALANCE
              MOVE ZERO TO WS-STM-POSTING-COUNT
              MOVE ZERO TO WS-STM-NEXT-POSTING
              MOVE "N"  TO WS-STM-BREAK-SW
           END-IF
           PERFORM 5000-PRINT-STATEMENT
           PERFORM 3100-READ-ABCDE-RECORD.
       3100-READ-ABCDE-RECORD.
           MOVE "READ" TO WS-ABCDE-MST-LAST-OP
           READ ABCDE-RECORD-FILE NEXT RECORD
               AT END SET ABCDE-EOF TO TRUE
           END-READ
           IF NOT ABCDE-EOF
              PERFORM 8800-CHECK-ABCDE-MST-STATUS
           END-IF.
       3200-LOAD-STATEMENT-FROM-TABLE.
           MOVE WS-STA-ACCOUNT-KEY(WS-STA-IDX) TO WS-STM-ACCOUNT-KEY
           MOVE WS-STA-OPENING-BALANCE(WS-STA-IDX)
               TO WS-STM-OPENING-BALANCE
           MOVE WS-STA-CLOSING-BALANCE(WS-STA-IDX)
               TO WS-STM-CLOSING-BALANCE
           MOVE WS-STA-MONTH-POSTINGS(WS-STA-IDX)
               TO WS-STM-POSTING-COUNT
           MOVE WS-STA-FIRST-POSTING(WS-STA-IDX)
               TO WS-STM-NEXT-POSTING
           MOVE WS-STA-BREAK-SW(WS-STA-IDX) TO WS-STM-BREAK-SW
           MOVE "Y" TO WS-STA-PRINTED-SW(WS-STA-IDX).
       4000-PRINT-UNMATCHED-HISTORY.
           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
                   UNTIL WS-STA-IDX > WS-STA-TABLE-COUNT
               IF NOT STA-PRINTED(WS-STA-IDX)
                  AND (WS-STA-MONTH-POSTINGS(WS-STA-IDX) > ZERO
                   OR WS-STA-CLOSING-BALANCE(WS-STA-IDX) NOT = ZERO)
                  PERFORM 3200-LOAD-STATEMENT-FROM-TABLE
                  MOVE ZERO TO WS-STM-MASTER-BALANCE
                  SET STM-NOT-ON-MASTER TO TRUE
                  PERFORM 5000-PRINT-STATEMENT
               END-IF
           END-PERFORM.
       5000-PRINT-STATEMENT.
           MOVE "N" TO WS-STM-FLAGGED-SW
           MOVE WS-STM-ACCOUNT-KEY TO ACL-ACCOUNT-KEY
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-ACCOUNT-LINE
           MOVE "OPENING BALANCE" TO BAL-LABEL
           MOVE WS-STM-OPENING-BALANCE TO BAL-AMOUNT
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-BALANCE-LINE
           IF WS-STM-POSTING-COUNT = ZERO
              WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-NO-ACTIVITY
           ELSE
              WRITE ABCDE-STATEMENT-REPORT-REC
                  FROM WS-STMT-COLUMN-HEADING
              PERFORM 5100-PRINT-STATEMENT-POSTING
                  UNTIL WS-STM-NEXT-POSTING = ZERO
           END-IF
           MOVE "CLOSING BALANCE" TO BAL-LABEL
           MOVE WS-STM-CLOSING-BALANCE TO BAL-AMOUNT
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-BALANCE-LINE
           IF STM-NOT-ON-MASTER
              MOVE "ACCOUNT NOT ON ABCDEMST" TO FLG-REASON
              PERFORM 5200-WRITE-FLAG-LINE
           ELSE
              IF WS-STM-CLOSING-BALANCE NOT = WS-STM-MASTER-BALANCE
                 MOVE "ABCDEMST BALANCE" TO BAL-LABEL
                 MOVE WS-STM-MASTER-BALANCE TO BAL-AMOUNT
                 WRITE ABCDE-STATEMENT-REPORT-REC
                     FROM WS-STMT-BALANCE-LINE
                 MOVE "CLOSING BALANCE DOES NOT AGREE WITH ABCDEMST"
                     TO FLG-REASON
                 PERFORM 5200-WRITE-FLAG-LINE
              END-IF
           END-IF
           IF STM-HISTORY-BREAK
              MOVE "POSTING HISTORY BALANCES OUT OF SEQUENCE"
                  TO FLG-REASON
              PERFORM 5200-WRITE-FLAG-LINE
           END-IF
           IF STM-FLAGGED
              ADD 1 TO WS-ACCOUNTS-FLAGGED
           END-IF
           MOVE SPACES TO ABCDE-STATEMENT-REPORT-REC
           WRITE ABCDE-STATEMENT-REPORT-REC
           ADD 1 TO WS-STATEMENTS-PRINTED.
       5100-PRINT-STATEMENT-POSTING.
           SET WS-SPT-IDX TO WS-STM-NEXT-POSTING
           MOVE WS-SPT-POSTING-DATE(WS-SPT-IDX) TO STD-POSTING-DATE
           EVALUATE WS-SPT-ENTRY-TYPE(WS-SPT-IDX)
               WHEN "O"
                   MOVE "OPENED" TO STD-ENTRY-DESC
               WHEN "R"
                   MOVE "RESET"  TO STD-ENTRY-DESC
               WHEN OTHER
                   MOVE "POSTED" TO STD-ENTRY-DESC
           END-EVALUATE
           MOVE WS-SPT-SOURCE-CODE(WS-SPT-IDX) TO STD-SOURCE-CODE
           MOVE WS-SPT-BATCH-DATE(WS-SPT-IDX)  TO STD-BATCH-DATE
           MOVE WS-SPT-AMOUNT(WS-SPT-IDX)      TO STD-AMOUNT
           MOVE WS-SPT-CLOSING-BALANCE(WS-SPT-IDX) TO STD-BALANCE
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-DETAIL
           ADD 1 TO WS-POSTINGS-PRINTED
           MOVE WS-SPT-NEXT(WS-SPT-IDX) TO WS-STM-NEXT-POSTING.
       5200-WRITE-FLAG-LINE.
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-FLAG-LINE
           MOVE "Y" TO WS-STM-FLAGGED-SW.
       7000-PRINT-TOTALS.
           MOVE "STATEMENTS PRINTED" TO TOT-LABEL
           MOVE WS-STATEMENTS-PRINTED TO TOT-COUNT
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-TOTAL-LINE
           MOVE "POSTINGS PRINTED" TO TOT-LABEL
           MOVE WS-POSTINGS-PRINTED TO TOT-COUNT
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-TOTAL-LINE
           MOVE "ACCOUNTS FLAGGED" TO TOT-LABEL
           MOVE WS-ACCOUNTS-FLAGGED TO TOT-COUNT
           WRITE ABCDE-STATEMENT-REPORT-REC FROM WS-STMT-TOTAL-LINE
           IF WS-ACCOUNTS-FLAGGED > ZERO
              DISPLAY "** OPERATOR ALERT ** " WS-ACCOUNTS-FLAGGED
                  " STATEMENT(S) FLAGGED, SEE ABCDESTMT"
           END-IF
           IF STMT-ERROR
              MOVE "*** STATEMENTS INCOMPLETE, TABLE CAPACITY EXCEEDED"
                  TO ABCDE-STATEMENT-REPORT-REC
              WRITE ABCDE-STATEMENT-REPORT-REC
           END-IF.
       9000-TERMINATE.
           IF STMT-FILES-OPEN
              CLOSE ABCDE-HISTORY-FILE
              CLOSE ABCDE-RECORD-FILE
              CLOSE ABCDE-STATEMENT-REPORT
           END-IF
           DISPLAY "HISTORY RECORDS READ : " WS-HST-RECORDS-READ
           DISPLAY "STATEMENTS PRINTED   : " WS-STATEMENTS-PRINTED
           DISPLAY "ACCOUNTS FLAGGED     : " WS-ACCOUNTS-FLAGGED
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "ABCDEMONTHSTMT"       TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-HST-RECORDS-READ TO WS-RUNLOG-RECORDS-READ
           MOVE WS-STATEMENTS-PRINTED TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-ACCOUNTS-FLAGGED TO WS-RUNLOG-EXCEPTIONS
           IF STMT-ERROR
               SET WS-RUNLOG-STATUS-ERROR TO TRUE
           ELSE
               SET WS-RUNLOG-STATUS-OK TO TRUE
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           WRITE RUN-LOG-FILE-REC FROM WS-RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.
       COPY ABCDEMER.

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     AbcdeMonthEndCharges.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY ABCDEMFC.
           SELECT ABCDE-RATE-FILE ASSIGN TO "ABCDERATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-FILE-STATUS.
           SELECT ABCDE-CHARGE-FEED ASSIGN TO "ABCDEINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT ABCDE-CHARGE-REGISTER ASSIGN TO "ABCDEINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  ABCDE-RECORD-FILE.
       COPY ABCDEMFD.
       FD  ABCDE-RATE-FILE.
       01  ABCDE-RATE-RECORD                    PIC X(40).
       FD  ABCDE-CHARGE-FEED.
       01  ABCDE-CHARGE-FEED-REC                PIC X(80).
       FD  ABCDE-CHARGE-REGISTER.
       01  ABCDE-CHARGE-REGISTER-REC            PIC X(80).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                     PIC X(70).
       WORKING-STORAGE SECTION.
       COPY ABCDEREC.
       COPY ABCDEMWS.
       COPY RUNLOG.
       01 WS-ABCDE-SWITCHES.
          05 WS-ABCDE-EOF-SW               PIC X(01) VALUE "N".
             88 ABCDE-EOF                  VALUE "Y".
          05 WS-RATE-EOF-SW                PIC X(01) VALUE "N".
             88 RATE-EOF                   VALUE "Y".
          05 WS-RTE-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-FEED-FILE-STATUS           PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-CHARGE-ERROR-SW            PIC X(01) VALUE "N".
             88 CHARGE-ERROR               VALUE "Y".
          05 WS-RATE-FOUND-SW              PIC X(01) VALUE "N".
             88 RATE-FOUND                 VALUE "Y".
             88 RATE-NOT-FOUND             VALUE "N".
          05 WS-FIRST-ACCOUNT-SW           PIC X(01) VALUE "Y".
             88 FIRST-ACCOUNT              VALUE "Y".
       01 WS-RATE-DETAIL.
          05 WS-RTE-PREFIX                 PIC X(02).
          05 FILLER                        PIC X(01).
          05 WS-RTE-CREDIT-RATE            PIC 9(02)V9(04).
          05 FILLER                        PIC X(01).
          05 WS-RTE-DEBIT-RATE             PIC 9(02)V9(04).
          05 FILLER                        PIC X(01).
          05 WS-RTE-MONTHLY-FEE            PIC 9(05)V99.
          05 FILLER                        PIC X(01).
          05 WS-RTE-WAIVER-BALANCE         PIC 9(07)V99.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-RTE-IDX.
             10 WS-RATE-PREFIX             PIC X(02).
             10 WS-RATE-CREDIT-RATE        PIC 9(02)V9(04).
             10 WS-RATE-DEBIT-RATE         PIC 9(02)V9(04).
             10 WS-RATE-MONTHLY-FEE        PIC 9(05)V99.
             10 WS-RATE-WAIVER-BALANCE     PIC 9(07)V99.
       01 WS-RATE-TABLE-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-PREFIX                PIC X(02) VALUE SPACES.
       01 WS-CALC-WORK.
          05 WS-CALC-RATE                  PIC 9(02)V9(04) VALUE ZERO.
          05 WS-CALC-INTEREST              PIC S9(07)V99 VALUE ZERO.
          05 WS-CALC-FEE                   PIC S9(07)V99 VALUE ZERO.
          05 WS-CALC-PROJECTED             PIC S9(09)V99 VALUE ZERO.
          05 WS-CALC-REMARK                PIC X(08) VALUE SPACES.
       01 WS-FEED-WORK.
          05 WS-FEED-AMOUNT                PIC S9(07)V99 VALUE ZERO.
          05 WS-FEED-ABS                   PIC 9(07)V99 VALUE ZERO.
          05 WS-FEED-ABS-X REDEFINES WS-FEED-ABS
                                           PIC X(09).
          05 WS-FEED-SIGN                  PIC X(01) VALUE "+".
          05 WS-FEED-LINE                  PIC X(80) VALUE SPACES.
          05 WS-FEED-RECORD-COUNT          PIC 9(09) VALUE ZERO.
          05 WS-FEED-HASH-TOTAL            PIC 9(13)V99 VALUE ZERO.
          05 WS-TRL-COUNT-DISPLAY          PIC 9(09).
          05 WS-TRL-HASH-DISPLAY           PIC 9(13),99.
       01 WS-PREFIX-TOTALS.
          05 WS-PFX-ACCOUNTS               PIC 9(07) VALUE ZERO.
          05 WS-PFX-BALANCE                PIC S9(11)V99 VALUE ZERO.
          05 WS-PFX-INTEREST               PIC S9(09)V99 VALUE ZERO.
          05 WS-PFX-CHARGES                PIC S9(09)V99 VALUE ZERO.
          05 WS-PFX-FEES                   PIC S9(09)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
          05 WS-GRD-ACCOUNTS               PIC 9(07) VALUE ZERO.
          05 WS-GRD-BALANCE                PIC S9(11)V99 VALUE ZERO.
          05 WS-GRD-INTEREST               PIC S9(09)V99 VALUE ZERO.
          05 WS-GRD-CHARGES                PIC S9(09)V99 VALUE ZERO.
          05 WS-GRD-FEES                   PIC S9(09)V99 VALUE ZERO.
       01 WS-RUN-COUNTERS.
          05 WS-RECORDS-READ-COUNT         PIC 9(09) VALUE ZERO.
          05 WS-ACCOUNTS-SKIPPED           PIC 9(07) VALUE ZERO.
          05 WS-ACCOUNTS-NO-RATE           PIC 9(07) VALUE ZERO.
          05 WS-ACCOUNTS-FLOOR-LIMITED     PIC 9(07) VALUE ZERO.
       01 WS-REG-HEADING1.
          05 FILLER                        PIC X(56) VALUE
             "ABCDE MONTH-END INTEREST AND SERVICE CHARGE REGISTER".
          05 FILLER                        PIC X(10) VALUE "RUN DATE: ".
          05 HDG-RUN-DATE                  PIC 9(08).
       01 WS-REG-HEADING2.
          05 FILLER                        PIC X(15) VALUE
             "ACCOUNT-KEY".
          05 FILLER                        PIC X(14) VALUE
             "      BALANCE".
          05 FILLER                        PIC X(08) VALUE
             "  RATE%".
          05 FILLER                        PIC X(14) VALUE
             "   INT/CHARGE".
          05 FILLER                        PIC X(12) VALUE
             "        FEE".
          05 FILLER                        PIC X(08) VALUE
             " REMARK".
       01 WS-REG-DETAIL.
          05 REG-ACCOUNT-KEY               PIC X(14).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 REG-BALANCE                   PIC -Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 REG-RATE                      PIC Z9,9999.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 REG-INTEREST                  PIC -Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 REG-FEE                       PIC -ZZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 REG-REMARK                    PIC X(08).
       01 WS-REG-TOTAL-HEADING.
          05 FILLER                        PIC X(07) VALUE "TOTALS ".
          05 TOT-HEADING-LABEL             PIC X(13).
          05 FILLER                        PIC X(11) VALUE
             " ACCOUNTS: ".
          05 TOT-ACCOUNTS                  PIC ZZZ.ZZ9.
       01 WS-REG-TOTAL-LINE.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 TOT-LABEL                     PIC X(30).
          05 TOT-AMOUNT                    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-REG-COUNT-LINE.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 CNT-LABEL                     PIC X(30).
          05 CNT-VALUE                     PIC ZZZ.ZZZ.ZZ9.
       01 WS-REG-HASH-LINE.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 FILLER                        PIC X(30) VALUE
             "FEED HASH TOTAL".
          05 HSH-VALUE                     PIC Z(12)9,99.
       01 WS-REG-NOT-RELEASED              PIC X(60) VALUE
          "*** ABCDEINT FEED NOT RELEASED - SEE OPERATOR ALERTS".
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ABCDE-RECORDS UNTIL ABCDE-EOF
           PERFORM 7000-PRINT-REGISTER-TOTALS
           PERFORM 8000-RELEASE-OR-SUPPRESS-FEED
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RATE-TABLE
           MOVE "OPEN" TO WS-ABCDE-MST-LAST-OP
           OPEN INPUT  ABCDE-RECORD-FILE
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS NOT = "00"
               SET CHARGE-ERROR TO TRUE
               SET ABCDE-EOF TO TRUE
           END-IF
           OPEN OUTPUT ABCDE-CHARGE-FEED
           MOVE SPACES TO WS-FEED-LINE
           STRING "HDR|"      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|MONTHEND" DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING
           WRITE ABCDE-CHARGE-FEED-REC FROM WS-FEED-LINE
           OPEN OUTPUT ABCDE-CHARGE-REGISTER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-HEADING1
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-HEADING2
           IF NOT ABCDE-EOF
               MOVE LOW-VALUES TO ABCDE-MST-PRI-ABC
               START ABCDE-RECORD-FILE
                   KEY IS NOT LESS THAN ABCDE-MST-PRI-ABC
                   INVALID KEY
                       SET ABCDE-EOF TO TRUE
               END-START
           END-IF
           IF NOT ABCDE-EOF
               PERFORM 2100-READ-ABCDE-RECORD
           END-IF.
       1100-LOAD-RATE-TABLE.
           OPEN INPUT ABCDE-RATE-FILE
           IF WS-RTE-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** RATE TABLE ABCDERATE "
                  "OPEN FAILED, STATUS=" WS-RTE-FILE-STATUS
              SET CHARGE-ERROR TO TRUE
              SET RATE-EOF TO TRUE
              SET ABCDE-EOF TO TRUE
           END-IF
           PERFORM 1150-LOAD-RATE-ENTRY UNTIL RATE-EOF
           CLOSE ABCDE-RATE-FILE.
       1150-LOAD-RATE-ENTRY.
           READ ABCDE-RATE-FILE INTO WS-RATE-DETAIL
               AT END SET RATE-EOF TO TRUE
           END-READ
           IF NOT RATE-EOF AND WS-RTE-PREFIX NOT = SPACES
              IF WS-RTE-CREDIT-RATE IS NOT NUMERIC
                 OR WS-RTE-DEBIT-RATE IS NOT NUMERIC
                 OR WS-RTE-MONTHLY-FEE IS NOT NUMERIC
                 OR WS-RTE-WAIVER-BALANCE IS NOT NUMERIC
                 DISPLAY "** OPERATOR ALERT ** ABCDERATE ENTRY NOT "
                     "NUMERIC FOR PREFIX " WS-RTE-PREFIX
                 SET CHARGE-ERROR TO TRUE
              ELSE
                 IF WS-RATE-TABLE-COUNT < 100
                    ADD 1 TO WS-RATE-TABLE-COUNT
                    SET WS-RTE-IDX TO WS-RATE-TABLE-COUNT
                    MOVE WS-RTE-PREFIX
                        TO WS-RATE-PREFIX(WS-RTE-IDX)
                    MOVE WS-RTE-CREDIT-RATE
                        TO WS-RATE-CREDIT-RATE(WS-RTE-IDX)
                    MOVE WS-RTE-DEBIT-RATE
                        TO WS-RATE-DEBIT-RATE(WS-RTE-IDX)
                    MOVE WS-RTE-MONTHLY-FEE
                        TO WS-RATE-MONTHLY-FEE(WS-RTE-IDX)
                    MOVE WS-RTE-WAIVER-BALANCE
                        TO WS-RATE-WAIVER-BALANCE(WS-RTE-IDX)
                 ELSE
                    DISPLAY "** OPERATOR ALERT ** RATE TABLE FULL, "
                        "UNTRACKED PREFIX=" WS-RTE-PREFIX
                    SET CHARGE-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
       2000-PROCESS-ABCDE-RECORDS.
           MOVE ABCDE-RECORD-FILE-REC TO ABCDE-COMMON
           IF FIRST-ACCOUNT
               MOVE ABCDE-ABC-AAAAAAAA TO WS-CURRENT-PREFIX
               MOVE "N" TO WS-FIRST-ACCOUNT-SW
           END-IF
           IF ABCDE-ABC-AAAAAAAA NOT = WS-CURRENT-PREFIX
               PERFORM 2900-PRINT-PREFIX-TOTALS
               MOVE ABCDE-ABC-AAAAAAAA TO WS-CURRENT-PREFIX
           END-IF
           PERFORM 2200-CALCULATE-ACCOUNT-CHARGES
           PERFORM 2800-PRINT-REGISTER-DETAIL
           PERFORM 2100-READ-ABCDE-RECORD.
       2100-READ-ABCDE-RECORD.
           MOVE "READ" TO WS-ABCDE-MST-LAST-OP
           READ ABCDE-RECORD-FILE NEXT RECORD
               AT END SET ABCDE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-RECORDS-READ-COUNT
           END-READ
           IF NOT ABCDE-EOF
               PERFORM 8800-CHECK-ABCDE-MST-STATUS
           END-IF.
       2200-CALCULATE-ACCOUNT-CHARGES.
           MOVE ZERO   TO WS-CALC-RATE
           MOVE ZERO   TO WS-CALC-INTEREST
           MOVE ZERO   TO WS-CALC-FEE
           MOVE SPACES TO WS-CALC-REMARK
           PERFORM 2250-FIND-RATE-ENTRY
           EVALUATE TRUE
               WHEN ABCDE-ACCT-CLOSED
                   MOVE "CLOSED"   TO WS-CALC-REMARK
                   ADD 1 TO WS-ACCOUNTS-SKIPPED
               WHEN ABCDE-ACCT-FROZEN
                   MOVE "FROZEN"   TO WS-CALC-REMARK
                   ADD 1 TO WS-ACCOUNTS-SKIPPED
               WHEN RATE-NOT-FOUND
                   MOVE "NO RATE"  TO WS-CALC-REMARK
                   ADD 1 TO WS-ACCOUNTS-NO-RATE
               WHEN OTHER
                   PERFORM 2300-APPLY-RATE-ENTRY
           END-EVALUATE
           IF WS-CALC-INTEREST NOT = ZERO
               MOVE WS-CALC-INTEREST TO WS-FEED-AMOUNT
               PERFORM 2500-WRITE-FEED-RECORD
           END-IF
           IF WS-CALC-FEE NOT = ZERO
               MOVE WS-CALC-FEE TO WS-FEED-AMOUNT
               PERFORM 2500-WRITE-FEED-RECORD
           END-IF
           ADD 1 TO WS-PFX-ACCOUNTS
           ADD ABCDE-MST-AMOUNT TO WS-PFX-BALANCE
           IF WS-CALC-INTEREST > ZERO
               ADD WS-CALC-INTEREST TO WS-PFX-INTEREST
           ELSE
               ADD WS-CALC-INTEREST TO WS-PFX-CHARGES
           END-IF
           ADD WS-CALC-FEE TO WS-PFX-FEES.
       2250-FIND-RATE-ENTRY.
           SET RATE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RATE-TABLE-COUNT
                      OR RATE-FOUND
               IF WS-RATE-PREFIX(WS-RTE-IDX) = ABCDE-ABC-AAAAAAAA
                  SET RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RATE-FOUND
              SET WS-RTE-IDX DOWN BY 1
           END-IF.
       2300-APPLY-RATE-ENTRY.
           IF ABCDE-MST-AMOUNT > ZERO
               MOVE WS-RATE-CREDIT-RATE(WS-RTE-IDX) TO WS-CALC-RATE
           ELSE
               MOVE WS-RATE-DEBIT-RATE(WS-RTE-IDX) TO WS-CALC-RATE
           END-IF
           COMPUTE WS-CALC-INTEREST ROUNDED =
               ABCDE-MST-AMOUNT * WS-CALC-RATE / 1200
           IF WS-RATE-MONTHLY-FEE(WS-RTE-IDX) > ZERO
               IF ABCDE-MST-AMOUNT < WS-RATE-WAIVER-BALANCE(WS-RTE-IDX)
                   COMPUTE WS-CALC-FEE =
                       WS-RATE-MONTHLY-FEE(WS-RTE-IDX) * -1
               ELSE
                   MOVE "WAIVED" TO WS-CALC-REMARK
               END-IF
           END-IF
           IF ABCDE-FLOOR-APPLIES
              AND (WS-CALC-INTEREST < ZERO OR WS-CALC-FEE < ZERO)
               COMPUTE WS-CALC-PROJECTED =
                   ABCDE-MST-AMOUNT + WS-CALC-INTEREST + WS-CALC-FEE
               IF WS-CALC-PROJECTED < ABCDE-MST-CREDIT-FLOOR
                   IF WS-CALC-INTEREST < ZERO
                       MOVE ZERO TO WS-CALC-INTEREST
                   END-IF
                   MOVE ZERO    TO WS-CALC-FEE
                   MOVE "FLOOR" TO WS-CALC-REMARK
                   ADD 1 TO WS-ACCOUNTS-FLOOR-LIMITED
               END-IF
           END-IF.
       2500-WRITE-FEED-RECORD.
           IF WS-FEED-AMOUNT < ZERO
               COMPUTE WS-FEED-ABS = WS-FEED-AMOUNT * -1
               MOVE "-" TO WS-FEED-SIGN
           ELSE
               MOVE WS-FEED-AMOUNT TO WS-FEED-ABS
               MOVE "+" TO WS-FEED-SIGN
           END-IF
           MOVE SPACES TO WS-FEED-LINE
           STRING ABCDE-ABC-AAAAAAAA  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ABCDE-ABC-ABC-1     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ABCDE-ABC-ABC-2     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ABCDE-ABC-ABC-3     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  ABCDE-ABC-ABC-4     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-FEED-ABS-X(1:7)  DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-FEED-ABS-X(8:2)  DELIMITED BY SIZE
                  WS-FEED-SIGN        DELIMITED BY SIZE
               INTO WS-FEED-LINE
           END-STRING
           WRITE ABCDE-CHARGE-FEED-REC FROM WS-FEED-LINE
           ADD 1 TO WS-FEED-RECORD-COUNT
           ADD WS-FEED-ABS TO WS-FEED-HASH-TOTAL.
       2800-PRINT-REGISTER-DETAIL.
           MOVE ABCDE-PRI-ABC    TO REG-ACCOUNT-KEY
           MOVE ABCDE-MST-AMOUNT TO REG-BALANCE
           MOVE WS-CALC-RATE     TO REG-RATE
           MOVE WS-CALC-INTEREST TO REG-INTEREST
           MOVE WS-CALC-FEE      TO REG-FEE
           MOVE WS-CALC-REMARK   TO REG-REMARK
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-DETAIL.
       2900-PRINT-PREFIX-TOTALS.
           MOVE SPACES TO TOT-HEADING-LABEL
           STRING "PREFIX " WS-CURRENT-PREFIX DELIMITED BY SIZE
               INTO TOT-HEADING-LABEL
           END-STRING
           MOVE WS-PFX-ACCOUNTS TO TOT-ACCOUNTS
           MOVE SPACES TO ABCDE-CHARGE-REGISTER-REC
           WRITE ABCDE-CHARGE-REGISTER-REC
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-HEADING
           MOVE WS-PFX-BALANCE  TO TOT-AMOUNT
           MOVE "BALANCES"      TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-PFX-INTEREST TO TOT-AMOUNT
           MOVE "INTEREST CREDITED" TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-PFX-CHARGES  TO TOT-AMOUNT
           MOVE "DEBIT-BALANCE CHARGES" TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-PFX-FEES     TO TOT-AMOUNT
           MOVE "MONTHLY FEES"  TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE SPACES TO ABCDE-CHARGE-REGISTER-REC
           WRITE ABCDE-CHARGE-REGISTER-REC
           ADD WS-PFX-ACCOUNTS TO WS-GRD-ACCOUNTS
           ADD WS-PFX-BALANCE  TO WS-GRD-BALANCE
           ADD WS-PFX-INTEREST TO WS-GRD-INTEREST
           ADD WS-PFX-CHARGES  TO WS-GRD-CHARGES
           ADD WS-PFX-FEES     TO WS-GRD-FEES
           INITIALIZE WS-PREFIX-TOTALS.
       7000-PRINT-REGISTER-TOTALS.
           IF NOT FIRST-ACCOUNT
               PERFORM 2900-PRINT-PREFIX-TOTALS
           END-IF
           MOVE "ALL PREFIXES"  TO TOT-HEADING-LABEL
           MOVE WS-GRD-ACCOUNTS TO TOT-ACCOUNTS
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-HEADING
           MOVE WS-GRD-BALANCE  TO TOT-AMOUNT
           MOVE "BALANCES"      TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-GRD-INTEREST TO TOT-AMOUNT
           MOVE "INTEREST CREDITED" TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-GRD-CHARGES  TO TOT-AMOUNT
           MOVE "DEBIT-BALANCE CHARGES" TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-GRD-FEES     TO TOT-AMOUNT
           MOVE "MONTHLY FEES"  TO TOT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-TOTAL-LINE
           MOVE WS-ACCOUNTS-SKIPPED TO CNT-VALUE
           MOVE "SKIPPED FROZEN/CLOSED" TO CNT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-COUNT-LINE
           MOVE WS-ACCOUNTS-NO-RATE TO CNT-VALUE
           MOVE "NO RATE FOR PREFIX" TO CNT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-COUNT-LINE
           MOVE WS-ACCOUNTS-FLOOR-LIMITED TO CNT-VALUE
           MOVE "DEBITS HELD AT CREDIT FLOOR" TO CNT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-COUNT-LINE
           MOVE WS-FEED-RECORD-COUNT TO CNT-VALUE
           MOVE "FEED DETAIL RECORDS" TO CNT-LABEL
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-COUNT-LINE
           MOVE WS-FEED-HASH-TOTAL TO HSH-VALUE
           WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-HASH-LINE.
       8000-RELEASE-OR-SUPPRESS-FEED.
           IF NOT CHARGE-ERROR
              MOVE WS-FEED-RECORD-COUNT TO WS-TRL-COUNT-DISPLAY
              MOVE WS-FEED-HASH-TOTAL   TO WS-TRL-HASH-DISPLAY
              MOVE SPACES TO WS-FEED-LINE
              STRING "TRL|"               DELIMITED BY SIZE
                     WS-TRL-COUNT-DISPLAY DELIMITED BY SIZE
                     "|"                  DELIMITED BY SIZE
                     WS-TRL-HASH-DISPLAY  DELIMITED BY SIZE
                  INTO WS-FEED-LINE
              END-STRING
              WRITE ABCDE-CHARGE-FEED-REC FROM WS-FEED-LINE
              CLOSE ABCDE-CHARGE-FEED
           ELSE
              CLOSE ABCDE-CHARGE-FEED
              OPEN OUTPUT ABCDE-CHARGE-FEED
              CLOSE ABCDE-CHARGE-FEED
              MOVE ZERO TO WS-FEED-RECORD-COUNT
              WRITE ABCDE-CHARGE-REGISTER-REC FROM WS-REG-NOT-RELEASED
              DISPLAY "** OPERATOR ALERT ** ABCDEINT FEED NOT RELEASED"
           END-IF.
       9000-TERMINATE.
           CLOSE ABCDE-RECORD-FILE
           CLOSE ABCDE-CHARGE-REGISTER
           DISPLAY "ACCOUNTS READ       : " WS-RECORDS-READ-COUNT
           DISPLAY "FEED RECORDS WRITTEN: " WS-FEED-RECORD-COUNT
           DISPLAY "ACCOUNTS WITH NO RATE: " WS-ACCOUNTS-NO-RATE
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "ABCDEMONTHCHARGES"    TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-RECORDS-READ-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-FEED-RECORD-COUNT  TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-ACCOUNTS-NO-RATE   TO WS-RUNLOG-EXCEPTIONS
           IF CHARGE-ERROR
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

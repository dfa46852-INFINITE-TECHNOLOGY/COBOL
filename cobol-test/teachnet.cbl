       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHSTFC.
       COPY TCHYTFC.
           SELECT OPTIONAL TEACHER-DEDUCTION-FILE ASSIGN TO "TCHRDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-FILE-STATUS.
           SELECT TEACHER-NETPAY-FILE ASSIGN TO "TCHRNETPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-FILE-STATUS.
           SELECT TEACHER-PAYDIST-FILE ASSIGN TO "TCHRPAYDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDS-FILE-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       COPY TEACHREC.
       FD  TEACHER-STATUS-FILE.
       COPY TCHSTFD.
       FD  TEACHER-YTD-FILE.
       COPY TCHYTFD.
       FD  TEACHER-DEDUCTION-FILE.
       01  TEACHER-DEDUCTION-REC              PIC X(27).
       FD  TEACHER-PAY-REGISTER.
       01  TEACHER-PAY-REGISTER-REC           PIC X(100).
       FD  TEACHER-NETPAY-FILE.
       01  TEACHER-NETPAY-REC                 PIC X(40).
       FD  TEACHER-PAYDIST-FILE.
       01  TEACHER-PAYDIST-REC                PIC X(80).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHSTWS.
       COPY TCHDEREC.
       COPY TCHYTREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
             88 TEACHER-EOF                VALUE "Y".
          05 WS-NET-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-PDS-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-PAYABLE-SW                 PIC X(01) VALUE "N".
             88 TEACHER-PAYABLE            VALUE "Y".
             88 TEACHER-LEFT-IN-PERIOD     VALUE "L".
          05 WS-CYCLE-ERROR-SW             PIC X(01) VALUE "N".
             88 PAY-CYCLE-ERROR            VALUE "Y".
       01 WS-PAY-CYCLE-DATE                PIC 9(08) VALUE ZERO.
       01 WS-PAY-CYCLE-DATE-R REDEFINES WS-PAY-CYCLE-DATE.
          05 WS-PAY-CYCLE-YEAR             PIC 9(04).
          05 WS-PAY-CYCLE-MONTH            PIC 9(02).
          05 WS-PAY-CYCLE-DAY              PIC 9(02).
       01 WS-PRORATION-WORK.
          05 WS-PRO-START-DATE             PIC 9(08) VALUE ZERO.
          05 WS-PRO-START-DATE-R REDEFINES WS-PRO-START-DATE.
             10 WS-PRO-START-YEAR          PIC 9(04).
             10 WS-PRO-START-MONTH         PIC 9(02).
             10 WS-PRO-START-DAY           PIC 9(02).
          05 WS-PRO-START-INT              PIC 9(07) VALUE ZERO.
          05 WS-PRO-END-INT                PIC 9(07) VALUE ZERO.
          05 WS-PRO-DAY-INT                PIC 9(07) VALUE ZERO.
          05 WS-PRO-PERIOD-DAYS            PIC 9(03) VALUE ZERO.
          05 WS-PRO-PAID-DAYS              PIC 9(03) VALUE ZERO.
          05 WS-PRO-CHANGE-SW              PIC X(01) VALUE "N".
             88 PRO-CHANGE-IN-PERIOD       VALUE "Y".
          05 WS-PRO-HIRE-SW                PIC X(01) VALUE "N".
             88 PRO-HIRED-IN-PERIOD        VALUE "Y".
          05 WS-PRO-STATUS-SW              PIC X(01) VALUE "N".
             88 PRO-STATUS-IN-PERIOD       VALUE "Y".
          05 WS-PRO-PRORATED-SW            PIC X(01) VALUE "N".
             88 TEACHER-PRORATED           VALUE "Y".
       01 WS-TEACHERS-SCANNED-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-TEACHERS-PAID-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-TEACHERS-PRORATED-COUNT       PIC 9(07) VALUE ZERO.
       01 WS-PAY-WORK.
          05 WS-GROSS-PAY                  PIC 9(07)V99 VALUE ZERO.
          05 WS-TAX-AMOUNT                 PIC 9(07)V99 VALUE ZERO.
       01 WS-INTERFACE-TOTALS.
          05 WS-INT-NET-TOTAL              PIC 9(09)V99 VALUE ZERO.
          05 WS-INT-RECORD-COUNT           PIC 9(07) VALUE ZERO.
       COPY TCHNPREC.
       COPY TCHPDREC.
       01 WS-RPT-HEADING1                  PIC X(60) VALUE
          "TEACHER GROSS-TO-NET PAY REGISTER".
       01 WS-RPT-HEADING2.
             "     BENEFIT".
          05 FILLER                        PIC X(12) VALUE
             "         NET".
          05 FILLER                        PIC X(09) VALUE
             "  DAYS".
          05 FILLER                        PIC X(21) VALUE
             " REMARK".
       01 WS-RPT-DETAIL.
          05 RPT-BENEFIT                   PIC Z.ZZZ.ZZ9,99.
          05 RPT-NET                       PIC Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-DAYS-AREA.
             10 RPT-PAID-DAYS              PIC ZZ9.
             10 RPT-DAYS-SLASH             PIC X(01).
             10 RPT-PERIOD-DAYS            PIC ZZ9.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 RPT-REMARK                    PIC X(20).
       01 WS-RPT-TOTAL-GROSS.
          05 FILLER                        PIC X(20) VALUE
          05 FILLER                        PIC X(20) VALUE
             "TOTAL NET         : ".
          05 RPT-TOTAL-NET                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-RPT-TOTAL-PRORATED.
          05 FILLER                        PIC X(20) VALUE
             "TEACHERS PRORATED : ".
          05 RPT-TOTAL-PRORATED            PIC ZZZ.ZZ9.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF DED-LOAD-ERROR
               SET PAY-CYCLE-ERROR TO TRUE
           END-IF
           PERFORM 8300-LOAD-YTD-TABLE
           IF YTD-LOAD-ERROR
               SET PAY-CYCLE-ERROR TO TRUE
           END-IF
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-HEADING1
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-HEADING2
           OPEN OUTPUT TEACHER-NETPAY-FILE
           OPEN OUTPUT TEACHER-PAYDIST-FILE
           IF NOT TEACHER-EOF
               MOVE LOW-VALUES TO SOMEDATANAME
               START TEACHER KEY IS NOT LESS THAN SOMEDATANAME
       2000-PROCESS-TEACHER-RECORDS.
           ADD 1 TO WS-TEACHERS-SCANNED-COUNT
           PERFORM 2150-CHECK-TEACHER-PAYABLE
           IF TEACHER-PAYABLE OR TEACHER-LEFT-IN-PERIOD
               PERFORM 3000-COMPUTE-GROSS-TO-NET
           END-IF
           PERFORM 2100-READ-TEACHER.
               IF TEACHER-ACTIVE
                   SET TEACHER-PAYABLE TO TRUE
               END-IF
           END-IF
           IF NOT TEACHER-PAYABLE
               PERFORM 3100-DETERMINE-PAY-PERIOD
               PERFORM 2160-CHECK-STATUS-IN-PERIOD
           END-IF.
       2160-CHECK-STATUS-IN-PERIOD.
           PERFORM VARYING WS-STH-IDX FROM 1 BY 1
                   UNTIL WS-STH-IDX > WS-STHIST-TABLE-COUNT
                      OR TEACHER-LEFT-IN-PERIOD
               IF WS-STH-TEACHER-ID(WS-STH-IDX) = SOMEDATANAME
                  AND WS-STH-EFFECTIVE-DATE(WS-STH-IDX)
                      > WS-PRO-START-DATE
                  AND WS-STH-EFFECTIVE-DATE(WS-STH-IDX)
                      NOT > WS-PAY-CYCLE-DATE
                   SET TEACHER-LEFT-IN-PERIOD TO TRUE
               END-IF
           END-PERFORM.
       3000-COMPUTE-GROSS-TO-NET.
           MOVE TEACHER-PAY-RATE TO WS-GROSS-PAY
           MOVE SPACES TO RPT-REMARK
           MOVE SPACES TO RPT-DAYS-AREA
           PERFORM 3100-DETERMINE-PAY-PERIOD
           PERFORM 3200-COUNT-PAID-DAYS
           IF TEACHER-PRORATED
               PERFORM 3300-PRORATE-GROSS-PAY
           END-IF
           PERFORM 8580-FIND-DEDUCTION-ENTRY
           IF DED-FOUND
               COMPUTE WS-TAX-AMOUNT ROUNDED = WS-GROSS-PAY *
               MOVE ZERO TO WS-PENSION-AMOUNT
               MOVE ZERO TO WS-BENEFIT-AMOUNT
               MOVE "NO DEDUCTION MASTER" TO RPT-REMARK
           END-IF
           COMPUTE WS-TOTAL-DEDUCTIONS = WS-TAX-AMOUNT +
               WS-PENSION-AMOUNT + WS-BENEFIT-AMOUNT
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS
           EVALUATE TRUE
             WHEN TEACHER-LEFT-IN-PERIOD AND WS-PRO-PAID-DAYS = ZERO
               CONTINUE
             WHEN TEACHER-PRORATED AND WS-PRO-PAID-DAYS = ZERO
               MOVE "NO PAID DAYS" TO RPT-REMARK
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 7100-WRITE-REGISTER-DETAIL
             WHEN WS-NET-PAY < ZERO
               MOVE "DEDUCTIONS OVER GROSS" TO RPT-REMARK
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 7100-WRITE-REGISTER-DETAIL
             WHEN OTHER
               IF RPT-REMARK = "NO DEDUCTION MASTER"
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM 7100-WRITE-REGISTER-DETAIL
               ADD WS-GROSS-PAY         TO WS-REG-GROSS-TOTAL
               ADD WS-TOTAL-DEDUCTIONS  TO WS-REG-DEDUCTION-TOTAL
               ADD WS-NET-PAY           TO WS-REG-NET-TOTAL
               PERFORM 7200-WRITE-NETPAY-RECORD
               PERFORM 7300-WRITE-PAYDIST-RECORD
               PERFORM 3500-ACCUMULATE-YTD-EARNINGS
               ADD 1 TO WS-TEACHERS-PAID-COUNT
               IF TEACHER-PRORATED
                   ADD 1 TO WS-TEACHERS-PRORATED-COUNT
               END-IF
           END-EVALUATE.
       3100-DETERMINE-PAY-PERIOD.
           COMPUTE WS-PRO-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PAY-CYCLE-DATE)
           MOVE WS-PAY-CYCLE-DATE TO WS-PRO-START-DATE
           EVALUATE TEACHER-PAY-FREQ
               WHEN "W"
                   COMPUTE WS-PRO-START-INT = WS-PRO-END-INT - 6
               WHEN "B"
                   COMPUTE WS-PRO-START-INT = WS-PRO-END-INT - 13
               WHEN "S"
                   IF WS-PAY-CYCLE-DAY > 15
                       MOVE 16 TO WS-PRO-START-DAY
                   ELSE
                       MOVE 01 TO WS-PRO-START-DAY
                   END-IF
                   COMPUTE WS-PRO-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PRO-START-DATE)
               WHEN "M"
                   MOVE 01 TO WS-PRO-START-DAY
                   COMPUTE WS-PRO-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PRO-START-DATE)
               WHEN "A"
                   MOVE 01 TO WS-PRO-START-MONTH
                   MOVE 01 TO WS-PRO-START-DAY
                   COMPUTE WS-PRO-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PRO-START-DATE)
               WHEN OTHER
                   DISPLAY "** OPERATOR ALERT ** UNRECOGNIZED PAY "
                       "FREQUENCY '" TEACHER-PAY-FREQ "' FOR "
                       SOMEDATANAME ", NOT PRORATED"
                   MOVE WS-PRO-END-INT TO WS-PRO-START-INT
           END-EVALUATE
           COMPUTE WS-PRO-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PRO-START-INT)
           COMPUTE WS-PRO-PERIOD-DAYS =
               WS-PRO-END-INT - WS-PRO-START-INT + 1.
       3200-COUNT-PAID-DAYS.
           MOVE "N" TO WS-PRO-PRORATED-SW
           MOVE "N" TO WS-PRO-CHANGE-SW
           MOVE "N" TO WS-PRO-HIRE-SW
           MOVE "N" TO WS-PRO-STATUS-SW
           MOVE WS-PRO-PERIOD-DAYS TO WS-PRO-PAID-DAYS
           IF WS-PRO-PERIOD-DAYS > 1
               IF TEACHER-HIRE-DATE IS NUMERIC
                  AND TEACHER-HIRE-DATE > ZERO
                   COMPUTE WS-PRO-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(TEACHER-HIRE-DATE)
                   IF WS-PRO-DAY-INT > WS-PRO-START-INT
                       SET PRO-CHANGE-IN-PERIOD TO TRUE
                   END-IF
               END-IF
               PERFORM VARYING WS-STH-IDX FROM 1 BY 1
                       UNTIL WS-STH-IDX > WS-STHIST-TABLE-COUNT
                          OR PRO-CHANGE-IN-PERIOD
                   IF WS-STH-TEACHER-ID(WS-STH-IDX) = SOMEDATANAME
                      AND WS-STH-EFFECTIVE-DATE(WS-STH-IDX)
                          > WS-PRO-START-DATE
                      AND WS-STH-EFFECTIVE-DATE(WS-STH-IDX)
                          NOT > WS-PAY-CYCLE-DATE
                       SET PRO-CHANGE-IN-PERIOD TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF PRO-CHANGE-IN-PERIOD
               MOVE ZERO TO WS-PRO-PAID-DAYS
               MOVE SOMEDATANAME TO WS-ASOF-TEACHER-ID
               PERFORM 3250-CHECK-PAID-DAY
                   VARYING WS-PRO-DAY-INT FROM WS-PRO-START-INT BY 1
                   UNTIL WS-PRO-DAY-INT > WS-PRO-END-INT
               MOVE WS-PAY-CYCLE-DATE TO WS-ASOF-DATE
               IF WS-PRO-PAID-DAYS < WS-PRO-PERIOD-DAYS
                   SET TEACHER-PRORATED TO TRUE
               END-IF
           END-IF.
       3250-CHECK-PAID-DAY.
           COMPUTE WS-ASOF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PRO-DAY-INT)
           IF TEACHER-HIRE-DATE IS NUMERIC
              AND WS-ASOF-DATE < TEACHER-HIRE-DATE
               SET PRO-HIRED-IN-PERIOD TO TRUE
           ELSE
               PERFORM 8700-FIND-STATUS-AS-OF
               IF ASOF-STATUS-FOUND
                   IF ASOF-IS-PAYABLE
                       ADD 1 TO WS-PRO-PAID-DAYS
                   ELSE
                       SET PRO-STATUS-IN-PERIOD TO TRUE
                   END-IF
               ELSE
                   IF TEACHER-ACTIVE
                       ADD 1 TO WS-PRO-PAID-DAYS
                   ELSE
                       SET PRO-STATUS-IN-PERIOD TO TRUE
                   END-IF
               END-IF
           END-IF.
       3300-PRORATE-GROSS-PAY.
           COMPUTE WS-GROSS-PAY ROUNDED = TEACHER-PAY-RATE *
               WS-PRO-PAID-DAYS / WS-PRO-PERIOD-DAYS
           MOVE WS-PRO-PAID-DAYS   TO RPT-PAID-DAYS
           MOVE "/"                TO RPT-DAYS-SLASH
           MOVE WS-PRO-PERIOD-DAYS TO RPT-PERIOD-DAYS
           EVALUATE TRUE
               WHEN PRO-HIRED-IN-PERIOD AND PRO-STATUS-IN-PERIOD
                   MOVE "PRORATED-HIRE/STATUS" TO RPT-REMARK
               WHEN PRO-HIRED-IN-PERIOD
                   MOVE "PRORATED-HIRE DATE" TO RPT-REMARK
               WHEN OTHER
                   MOVE "PRORATED-STATUS CHG" TO RPT-REMARK
           END-EVALUATE.
       3500-ACCUMULATE-YTD-EARNINGS.
           PERFORM 8380-FIND-YTD-ENTRY
           IF YTD-NOT-FOUND
              IF WS-YTD-TABLE-COUNT < 1000
                 ADD 1 TO WS-YTD-TABLE-COUNT
                 SET WS-YTD-IDX TO WS-YTD-TABLE-COUNT
                 MOVE SOMEDATANAME TO WS-YTD-TEACHER-ID(WS-YTD-IDX)
                 MOVE WS-PAY-CYCLE-YEAR TO WS-YTD-YEAR(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-GROSS(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-TAX(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-PENSION(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-BENEFIT(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-NET(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-PAY-COUNT(WS-YTD-IDX)
                 MOVE ZERO TO WS-YTD-LAST-PAY-DATE(WS-YTD-IDX)
                 MOVE "N" TO WS-YTD-PRINTED-SW(WS-YTD-IDX)
                 SET YTD-FOUND TO TRUE
              ELSE
                 DISPLAY "** OPERATOR ALERT ** YTD TABLE FULL, "
                     "NO YTD ENTRY FOR " SOMEDATANAME
                 SET PAY-CYCLE-ERROR TO TRUE
              END-IF
           END-IF
           IF YTD-FOUND
              IF WS-YTD-YEAR(WS-YTD-IDX) NOT = WS-PAY-CYCLE-YEAR
                 DISPLAY "** OPERATOR ALERT ** YTD ENTRY FOR "
                     SOMEDATANAME " IS FOR " WS-YTD-YEAR(WS-YTD-IDX)
                     ", YEAR-END ROLLOVER NOT RUN"
                 SET PAY-CYCLE-ERROR TO TRUE
              ELSE
                 IF WS-YTD-LAST-PAY-DATE(WS-YTD-IDX)
                     NOT < WS-PAY-CYCLE-DATE
                    DISPLAY "** OPERATOR ALERT ** YTD ENTRY FOR "
                        SOMEDATANAME " ALREADY PAID THROUGH "
                        WS-YTD-LAST-PAY-DATE(WS-YTD-IDX)
                        ", CYCLE " WS-PAY-CYCLE-DATE " NOT ADDED"
                    SET PAY-CYCLE-ERROR TO TRUE
                 ELSE
                    PERFORM 3550-ADD-TO-YTD-ENTRY
                 END-IF
              END-IF
           END-IF.
       3550-ADD-TO-YTD-ENTRY.
           ADD WS-GROSS-PAY      TO WS-YTD-GROSS(WS-YTD-IDX)
           ADD WS-TAX-AMOUNT     TO WS-YTD-TAX(WS-YTD-IDX)
           ADD WS-PENSION-AMOUNT TO WS-YTD-PENSION(WS-YTD-IDX)
           ADD WS-BENEFIT-AMOUNT TO WS-YTD-BENEFIT(WS-YTD-IDX)
           ADD WS-NET-PAY        TO WS-YTD-NET(WS-YTD-IDX)
           ADD 1 TO WS-YTD-PAY-COUNT(WS-YTD-IDX)
           MOVE WS-PAY-CYCLE-DATE
               TO WS-YTD-LAST-PAY-DATE(WS-YTD-IDX).
       7100-WRITE-REGISTER-DETAIL.
           MOVE SOMEDATANAME        TO RPT-TEACHER-ID
           MOVE WS-GROSS-PAY        TO RPT-GROSS
           WRITE TEACHER-NETPAY-REC FROM WS-NETPAY-DETAIL
           ADD WS-NET-PAY TO WS-INT-NET-TOTAL
           ADD 1 TO WS-INT-RECORD-COUNT.
       7300-WRITE-PAYDIST-RECORD.
           MOVE "D"                 TO PDS-RECORD-TYPE
           MOVE SOMEDATANAME        TO PDS-TEACHER-ID
           MOVE TEACHER-DEPT-CODE   TO PDS-DEPT-CODE
           MOVE WS-GROSS-PAY        TO PDS-GROSS
           MOVE WS-TAX-AMOUNT       TO PDS-TAX
           MOVE WS-PENSION-AMOUNT   TO PDS-PENSION
           MOVE WS-BENEFIT-AMOUNT   TO PDS-BENEFIT
           MOVE WS-NET-PAY          TO PDS-NET
           MOVE WS-PAY-CYCLE-DATE   TO PDS-PAY-DATE
           WRITE TEACHER-PAYDIST-REC FROM WS-PAYDIST-DETAIL.
       7000-WRITE-REGISTER-TOTALS.
           MOVE WS-REG-GROSS-TOTAL     TO RPT-TOTAL-GROSS
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-TOTAL-GROSS
           MOVE WS-REG-DEDUCTION-TOTAL TO RPT-TOTAL-DEDUCTIONS
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-TOTAL-DEDUCTIONS
           MOVE WS-REG-NET-TOTAL       TO RPT-TOTAL-NET
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-TOTAL-NET
           MOVE WS-TEACHERS-PRORATED-COUNT TO RPT-TOTAL-PRORATED
           WRITE TEACHER-PAY-REGISTER-REC FROM WS-RPT-TOTAL-PRORATED.
       8000-RELEASE-OR-SUPPRESS-NETPAY.
           IF WS-REG-NET-TOTAL = WS-INT-NET-TOTAL
              AND WS-TEACHERS-PAID-COUNT = WS-INT-RECORD-COUNT
               MOVE WS-PAY-CYCLE-DATE   TO NET-TRL-PAY-DATE
               WRITE TEACHER-NETPAY-REC FROM WS-NETPAY-TRAILER
               CLOSE TEACHER-NETPAY-FILE
               MOVE WS-INT-RECORD-COUNT    TO PDS-TRL-RECORD-COUNT
               MOVE WS-REG-GROSS-TOTAL     TO PDS-TRL-GROSS-TOTAL
               MOVE WS-REG-DEDUCTION-TOTAL TO PDS-TRL-DEDUCTION-TOTAL
               MOVE WS-INT-NET-TOTAL       TO PDS-TRL-NET-TOTAL
               MOVE WS-PAY-CYCLE-DATE      TO PDS-TRL-PAY-DATE
               WRITE TEACHER-PAYDIST-REC FROM WS-PAYDIST-TRAILER
               CLOSE TEACHER-PAYDIST-FILE
               PERFORM 8390-REWRITE-YTD-FILE
               IF YTD-REWRITE-ERROR
                   SET PAY-CYCLE-ERROR TO TRUE
                   DISPLAY "** OPERATOR ALERT ** TCHRYTD REWRITE "
                       "INCOMPLETE, RESTORE TCHRYTD BEFORE NEXT CYCLE"
               END-IF
           ELSE
               CLOSE TEACHER-NETPAY-FILE
               OPEN OUTPUT TEACHER-NETPAY-FILE
               CLOSE TEACHER-NETPAY-FILE
               CLOSE TEACHER-PAYDIST-FILE
               OPEN OUTPUT TEACHER-PAYDIST-FILE
               CLOSE TEACHER-PAYDIST-FILE
               SET PAY-CYCLE-ERROR TO TRUE
               DISPLAY "** OPERATOR ALERT ** NET-PAY INTERFACE NOT "
                   "RELEASED, CONTROL TOTALS OUT OF BALANCE"
               DISPLAY "    REGISTER NET : " WS-REG-NET-TOTAL
               DISPLAY "    INTERFACE NET: " WS-INT-NET-TOTAL
               DISPLAY "    TCHRYTD NOT UPDATED FOR THIS CYCLE"
               DISPLAY "    TCHRPAYDST NOT RELEASED FOR THIS CYCLE"
           END-IF.
       9000-TERMINATE.
           CLOSE TEACHER
           DISPLAY "TEACHERS SCANNED : " WS-TEACHERS-SCANNED-COUNT
           DISPLAY "TEACHERS PAID    : " WS-TEACHERS-PAID-COUNT
           DISPLAY "PAY EXCEPTIONS   : " WS-EXCEPTION-COUNT
           DISPLAY "TEACHERS PRORATED: " WS-TEACHERS-PRORATED-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERPAYCYCLE"       TO WS-RUNLOG-JOB-NAME
           CLOSE RUN-LOG-FILE.
       COPY TCHSTLD.
       COPY TCHDELD.
       COPY TCHYTLD.
       COPY TEACHERR.

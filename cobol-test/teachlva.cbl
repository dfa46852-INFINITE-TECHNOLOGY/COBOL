       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherLeaveAccrual.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHSTFC.
       COPY TCHLVFC.
           SELECT TEACHER-LEAVE-POLICY-FILE ASSIGN TO "TCHRLVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVP-FILE-STATUS.
           SELECT TEACHER-LEAVE-REPORT ASSIGN TO "TCHRLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-STATUS-FILE.
       COPY TCHSTFD.
       FD  TEACHER-LEAVE-FILE.
       COPY TCHLVFD.
       FD  TEACHER-LEAVE-POLICY-FILE.
       01  TEACHER-LEAVE-POLICY-REC           PIC X(40).
       FD  TEACHER-LEAVE-REPORT.
       01  TEACHER-LEAVE-REPORT-REC           PIC X(100).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHSTWS.
       COPY TCHLVREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
             88 TEACHER-EOF                VALUE "Y".
          05 WS-LVP-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-LVP-LOAD-EOF-SW            PIC X(01) VALUE "N".
             88 LVP-LOAD-EOF               VALUE "Y".
          05 WS-LVP-FOUND-SW               PIC X(01) VALUE "N".
             88 LVP-FOUND                  VALUE "Y".
             88 LVP-NOT-FOUND              VALUE "N".
          05 WS-ACCRUE-SW                  PIC X(01) VALUE "N".
             88 TEACHER-ACCRUES            VALUE "Y".
          05 WS-REPORT-SW                  PIC X(01) VALUE "N".
             88 TEACHER-ON-REPORT          VALUE "Y".
          05 WS-LEAVE-RUN-ERROR-SW         PIC X(01) VALUE "N".
             88 LEAVE-RUN-ERROR            VALUE "Y".
       01 WS-LEAVE-POLICY-RECORD.
          05 LVP-LEAVE-TYPE                PIC X(01).
          05 FILLER                        PIC X(01).
          05 LVP-MIN-YEARS                 PIC 9(02).
          05 FILLER                        PIC X(01).
          05 LVP-PERIOD-HOURS              PIC 9(03)V99.
          05 FILLER                        PIC X(01).
          05 LVP-CARRY-CAP                 PIC 9(05)V99.
       01 WS-LEAVE-POLICY-TABLE.
          05 WS-LVP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-LVP-IDX.
             10 WS-LVP-LEAVE-TYPE          PIC X(01).
             10 WS-LVP-MIN-YEARS           PIC 9(02).
             10 WS-LVP-PERIOD-HOURS        PIC 9(03)V99.
             10 WS-LVP-CARRY-CAP           PIC 9(05)V99.
       01 WS-LVP-TABLE-COUNT               PIC 9(02) VALUE ZERO.
       01 WS-LVP-BEST-YEARS                PIC 9(02) VALUE ZERO.
       01 WS-LVP-CUR-PERIOD-HOURS          PIC 9(03)V99 VALUE ZERO.
       01 WS-LVP-CUR-CARRY-CAP             PIC 9(05)V99 VALUE ZERO.
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR                   PIC 9(04).
          05 FILLER                        PIC 9(04).
       01 WS-RUN-YYYYMM                    PIC 9(06) VALUE ZERO.
       01 WS-LAST-YYYYMM                   PIC 9(06) VALUE ZERO.
       01 WS-ACCRUAL-WORK.
          05 WS-SERVICE-YEARS              PIC 9(02) VALUE ZERO.
          05 WS-PERIODS-PER-YEAR           PIC 9(02) VALUE ZERO.
          05 WS-ACCRUAL-HOURS              PIC 9(05)V99 VALUE ZERO.
          05 WS-FORFEIT-HOURS              PIC 9(05)V99 VALUE ZERO.
          05 WS-CUR-REMARK                 PIC X(20) VALUE SPACES.
          05 WS-CUR-SICK-ACCRUED           PIC 9(05)V99 VALUE ZERO.
          05 WS-CUR-SICK-BALANCE           PIC S9(05)V99 VALUE ZERO.
          05 WS-CUR-VAC-ACCRUED            PIC 9(05)V99 VALUE ZERO.
          05 WS-CUR-VAC-BALANCE            PIC S9(05)V99 VALUE ZERO.
       01 WS-RUN-COUNTERS.
          05 WS-TEACHERS-SCANNED-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-TEACHERS-ACCRUED-COUNT     PIC 9(07) VALUE ZERO.
          05 WS-EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
          05 WS-RECORDS-WRITTEN-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-TOTAL-FORFEITED            PIC 9(07)V99 VALUE ZERO.
       01 WS-REPORT-TABLE.
          05 WS-RTB-ENTRY OCCURS 1000 TIMES.
             10 WS-RTB-KEY.
                15 WS-RTB-DEPT-CODE        PIC X(04).
                15 WS-RTB-TEACHER-ID       PIC X(09).
             10 WS-RTB-LAST-NAME           PIC X(20).
             10 WS-RTB-SERVICE-YEARS       PIC 9(02).
             10 WS-RTB-SICK-ACCRUED        PIC 9(05)V99.
             10 WS-RTB-SICK-BALANCE        PIC S9(05)V99.
             10 WS-RTB-VAC-ACCRUED         PIC 9(05)V99.
             10 WS-RTB-VAC-BALANCE         PIC S9(05)V99.
             10 WS-RTB-REMARK              PIC X(20).
       01 WS-RTB-SWAP-ENTRY                PIC X(83).
       01 WS-RTB-TABLE-COUNT               PIC 9(04) VALUE ZERO.
       01 WS-SORT-I                        PIC 9(04).
       01 WS-SORT-J                        PIC 9(04).
       01 WS-SORT-LIMIT                    PIC 9(04).
       01 WS-CURRENT-DEPT                  PIC X(04) VALUE SPACES.
       01 WS-DEPT-TOTALS.
          05 WS-DPT-TEACHERS               PIC 9(05) VALUE ZERO.
          05 WS-DPT-SICK-ACCRUED           PIC 9(07)V99 VALUE ZERO.
          05 WS-DPT-SICK-BALANCE           PIC S9(07)V99 VALUE ZERO.
          05 WS-DPT-VAC-ACCRUED            PIC 9(07)V99 VALUE ZERO.
          05 WS-DPT-VAC-BALANCE            PIC S9(07)V99 VALUE ZERO.
       01 WS-GRAND-TOTALS.
          05 WS-GRD-TEACHERS               PIC 9(05) VALUE ZERO.
          05 WS-GRD-SICK-ACCRUED           PIC 9(07)V99 VALUE ZERO.
          05 WS-GRD-SICK-BALANCE           PIC S9(07)V99 VALUE ZERO.
          05 WS-GRD-VAC-ACCRUED            PIC 9(07)V99 VALUE ZERO.
          05 WS-GRD-VAC-BALANCE            PIC S9(07)V99 VALUE ZERO.
       01 WS-RPT-HEADING1.
          05 FILLER                        PIC X(50) VALUE
             "TEACHER LEAVE BALANCE REPORT BY DEPARTMENT".
          05 FILLER                        PIC X(10) VALUE "RUN DATE: ".
          05 HDG-RUN-DATE                  PIC 9(08).
       01 WS-RPT-HEADING2.
          05 FILLER                        PIC X(15) VALUE
             "DEPT TEACHER-ID".
          05 FILLER                        PIC X(21) VALUE
             " LAST NAME".
          05 FILLER                        PIC X(03) VALUE "SVC".
          05 FILLER                        PIC X(07) VALUE
             "  S-ACR".
          05 FILLER                        PIC X(11) VALUE
             "  SICK-BAL".
          05 FILLER                        PIC X(07) VALUE
             "  V-ACR".
          05 FILLER                        PIC X(11) VALUE
             "   VAC-BAL".
          05 FILLER                        PIC X(07) VALUE
             " REMARK".
       01 WS-RPT-DEPT-HEADING.
          05 FILLER                        PIC X(12) VALUE
             "DEPARTMENT: ".
          05 DHD-DEPT-CODE                 PIC X(04).
       01 WS-RPT-DETAIL.
          05 RPT-DEPT-CODE                 PIC X(04).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-TEACHER-ID                PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-LAST-NAME                 PIC X(20).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-SERVICE-YEARS             PIC Z9.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-SICK-ACCRUED              PIC ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-SICK-BALANCE              PIC -ZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-VAC-ACCRUED               PIC ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-VAC-BALANCE               PIC -ZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-REMARK                    PIC X(20).
       01 WS-RPT-TOTAL-LINE.
          05 TOT-LABEL                     PIC X(20).
          05 FILLER                        PIC X(10) VALUE
             "TEACHERS: ".
          05 TOT-TEACHERS                  PIC ZZ.ZZ9.
          05 FILLER                        PIC X(08) VALUE
             "  S-ACR ".
          05 TOT-SICK-ACCRUED              PIC Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(05) VALUE " BAL ".
          05 TOT-SICK-BALANCE              PIC -Z.ZZZ.ZZ9,99.
       01 WS-RPT-TOTAL-LINE2.
          05 FILLER                        PIC X(36) VALUE SPACES.
          05 FILLER                        PIC X(08) VALUE
             "  V-ACR ".
          05 TOT-VAC-ACCRUED               PIC Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(05) VALUE " BAL ".
          05 TOT-VAC-BALANCE               PIC -Z.ZZZ.ZZ9,99.
       01 WS-RPT-COUNT-LINE.
          05 CNT-LABEL                     PIC X(30).
          05 CNT-VALUE                     PIC Z.ZZZ.ZZ9,99.
       01 WS-RPT-NOT-UPDATED               PIC X(60) VALUE
          "*** TCHRLVB NOT UPDATED - SEE OPERATOR ALERTS".
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TEACHER-RECORDS UNTIL TEACHER-EOF
           PERFORM 7000-PRODUCE-LEAVE-REPORT
           PERFORM 8000-RELEASE-OR-SUPPRESS-LEAVE
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           COMPUTE WS-RUN-YYYYMM = WS-RUN-DATE / 100
           PERFORM 8600-LOAD-STATUS-HISTORY
           PERFORM 8800-LOAD-LEAVE-TABLE
           IF LVB-LOAD-ERROR
               SET LEAVE-RUN-ERROR TO TRUE
           END-IF
           PERFORM 1100-LOAD-LEAVE-POLICY
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               SET LEAVE-RUN-ERROR TO TRUE
               SET TEACHER-EOF TO TRUE
           END-IF
           IF LEAVE-RUN-ERROR
               SET TEACHER-EOF TO TRUE
           END-IF
           OPEN OUTPUT TEACHER-LEAVE-REPORT
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-HEADING1
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-HEADING2
           IF NOT TEACHER-EOF
               MOVE LOW-VALUES TO SOMEDATANAME
               START TEACHER KEY IS NOT LESS THAN SOMEDATANAME
                   INVALID KEY
                       SET TEACHER-EOF TO TRUE
               END-START
           END-IF
           IF NOT TEACHER-EOF
               PERFORM 2100-READ-TEACHER
           END-IF.
       1100-LOAD-LEAVE-POLICY.
           OPEN INPUT TEACHER-LEAVE-POLICY-FILE
           IF WS-LVP-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** TCHRLVP OPEN FAILED, "
                  "STATUS=" WS-LVP-FILE-STATUS
              SET LEAVE-RUN-ERROR TO TRUE
              SET LVP-LOAD-EOF TO TRUE
           END-IF
           PERFORM 1150-LOAD-POLICY-ENTRY UNTIL LVP-LOAD-EOF
           CLOSE TEACHER-LEAVE-POLICY-FILE.
       1150-LOAD-POLICY-ENTRY.
           READ TEACHER-LEAVE-POLICY-FILE INTO WS-LEAVE-POLICY-RECORD
               AT END SET LVP-LOAD-EOF TO TRUE
           END-READ
           IF NOT LVP-LOAD-EOF AND LVP-LEAVE-TYPE NOT = SPACES
              IF LVP-MIN-YEARS IS NOT NUMERIC
                 OR LVP-PERIOD-HOURS IS NOT NUMERIC
                 OR LVP-CARRY-CAP IS NOT NUMERIC
                 DISPLAY "** OPERATOR ALERT ** TCHRLVP ENTRY NOT "
                     "NUMERIC FOR LEAVE TYPE " LVP-LEAVE-TYPE
                 SET LEAVE-RUN-ERROR TO TRUE
              ELSE
                 IF WS-LVP-TABLE-COUNT < 50
                    ADD 1 TO WS-LVP-TABLE-COUNT
                    SET WS-LVP-IDX TO WS-LVP-TABLE-COUNT
                    MOVE LVP-LEAVE-TYPE
                        TO WS-LVP-LEAVE-TYPE(WS-LVP-IDX)
                    MOVE LVP-MIN-YEARS
                        TO WS-LVP-MIN-YEARS(WS-LVP-IDX)
                    MOVE LVP-PERIOD-HOURS
                        TO WS-LVP-PERIOD-HOURS(WS-LVP-IDX)
                    MOVE LVP-CARRY-CAP
                        TO WS-LVP-CARRY-CAP(WS-LVP-IDX)
                 ELSE
                    DISPLAY "** OPERATOR ALERT ** LEAVE POLICY TABLE "
                        "FULL, ENTRY DROPPED FOR " LVP-LEAVE-TYPE
                    SET LEAVE-RUN-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
       2000-PROCESS-TEACHER-RECORDS.
           ADD 1 TO WS-TEACHERS-SCANNED-COUNT
           PERFORM 3000-ACCRUE-TEACHER-LEAVE
           IF TEACHER-ON-REPORT
               PERFORM 3500-ADD-REPORT-ENTRY
           END-IF
           PERFORM 2100-READ-TEACHER.
       2100-READ-TEACHER.
           MOVE "READ" TO WS-TEACHER-LAST-OP
           READ TEACHER NEXT RECORD
               AT END SET TEACHER-EOF TO TRUE
           END-READ
           IF NOT TEACHER-EOF
               PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           END-IF.
       3000-ACCRUE-TEACHER-LEAVE.
           MOVE "N"    TO WS-ACCRUE-SW
           MOVE "N"    TO WS-REPORT-SW
           MOVE SPACES TO WS-CUR-REMARK
           MOVE ZERO   TO WS-CUR-SICK-ACCRUED
           MOVE ZERO   TO WS-CUR-SICK-BALANCE
           MOVE ZERO   TO WS-CUR-VAC-ACCRUED
           MOVE ZERO   TO WS-CUR-VAC-BALANCE
           MOVE ZERO   TO WS-SERVICE-YEARS
           IF TEACHER-HIRE-DATE IS NUMERIC
              AND TEACHER-HIRE-DATE > ZERO
              AND TEACHER-HIRE-DATE NOT > WS-RUN-DATE
               COMPUTE WS-SERVICE-YEARS =
                   (WS-RUN-DATE - TEACHER-HIRE-DATE) / 10000
           END-IF
           MOVE SOMEDATANAME TO WS-ASOF-TEACHER-ID
           PERFORM 8700-FIND-STATUS-AS-OF
           IF ASOF-STATUS-FOUND
               IF ASOF-IS-PAYABLE
                   SET TEACHER-ACCRUES TO TRUE
               END-IF
           ELSE
               IF TEACHER-ACTIVE
                   SET TEACHER-ACCRUES TO TRUE
               END-IF
           END-IF
           IF TEACHER-HIRE-DATE IS NUMERIC
              AND TEACHER-HIRE-DATE > WS-RUN-DATE
               MOVE "N" TO WS-ACCRUE-SW
           END-IF
           IF TEACHER-ACCRUES
               SET TEACHER-ON-REPORT TO TRUE
               PERFORM 3050-SET-PERIODS-PER-YEAR
           ELSE
               MOVE "NOT ACCRUING" TO WS-CUR-REMARK
           END-IF
           MOVE "S" TO WS-LVB-SEARCH-TYPE
           PERFORM 3100-PROCESS-LEAVE-TYPE
           MOVE "V" TO WS-LVB-SEARCH-TYPE
           PERFORM 3100-PROCESS-LEAVE-TYPE
           IF TEACHER-ACCRUES
              AND (WS-CUR-SICK-ACCRUED > ZERO
                   OR WS-CUR-VAC-ACCRUED > ZERO)
               ADD 1 TO WS-TEACHERS-ACCRUED-COUNT
           END-IF.
       3050-SET-PERIODS-PER-YEAR.
           EVALUATE TEACHER-PAY-FREQ
               WHEN "W"
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN "B"
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN "S"
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN "M"
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN "A"
                   MOVE 01 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   DISPLAY "** OPERATOR ALERT ** UNRECOGNIZED PAY "
                       "FREQUENCY '" TEACHER-PAY-FREQ "' FOR "
                       SOMEDATANAME ", TREATED AS ANNUAL"
                   MOVE 01 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
       3100-PROCESS-LEAVE-TYPE.
           MOVE ZERO TO WS-ACCRUAL-HOURS
           PERFORM 3150-FIND-POLICY-BAND
           PERFORM 8880-FIND-LEAVE-ENTRY
           IF LVB-NOT-FOUND AND TEACHER-ACCRUES
               PERFORM 8885-ADD-LEAVE-ENTRY
               IF LVB-LOAD-ERROR
                   SET LEAVE-RUN-ERROR TO TRUE
               END-IF
           END-IF
           IF LVB-FOUND
               SET TEACHER-ON-REPORT TO TRUE
               IF WS-LVB-LEAVE-YEAR(WS-LVB-IDX) < WS-RUN-YEAR
                   PERFORM 3200-APPLY-CARRY-OVER-CAP
               END-IF
               IF TEACHER-ACCRUES
                   PERFORM 3300-CREDIT-MONTHLY-ACCRUAL
               END-IF
               IF WS-LVB-SEARCH-TYPE = "S"
                   MOVE WS-ACCRUAL-HOURS TO WS-CUR-SICK-ACCRUED
                   MOVE WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                       TO WS-CUR-SICK-BALANCE
               ELSE
                   MOVE WS-ACCRUAL-HOURS TO WS-CUR-VAC-ACCRUED
                   MOVE WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                       TO WS-CUR-VAC-BALANCE
               END-IF
           END-IF.
       3150-FIND-POLICY-BAND.
           SET LVP-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-LVP-BEST-YEARS
           MOVE ZERO TO WS-LVP-CUR-PERIOD-HOURS
           MOVE ZERO TO WS-LVP-CUR-CARRY-CAP
           PERFORM VARYING WS-LVP-IDX FROM 1 BY 1
                   UNTIL WS-LVP-IDX > WS-LVP-TABLE-COUNT
               IF WS-LVP-LEAVE-TYPE(WS-LVP-IDX) = WS-LVB-SEARCH-TYPE
                  AND WS-LVP-MIN-YEARS(WS-LVP-IDX)
                      NOT > WS-SERVICE-YEARS
                  AND WS-LVP-MIN-YEARS(WS-LVP-IDX)
                      NOT < WS-LVP-BEST-YEARS
                  MOVE WS-LVP-MIN-YEARS(WS-LVP-IDX)
                      TO WS-LVP-BEST-YEARS
                  MOVE WS-LVP-PERIOD-HOURS(WS-LVP-IDX)
                      TO WS-LVP-CUR-PERIOD-HOURS
                  MOVE WS-LVP-CARRY-CAP(WS-LVP-IDX)
                      TO WS-LVP-CUR-CARRY-CAP
                  SET LVP-FOUND TO TRUE
               END-IF
           END-PERFORM.
       3200-APPLY-CARRY-OVER-CAP.
           IF LVP-FOUND
              AND WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                  > WS-LVP-CUR-CARRY-CAP
               COMPUTE WS-FORFEIT-HOURS =
                   WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                   - WS-LVP-CUR-CARRY-CAP
               MOVE WS-LVP-CUR-CARRY-CAP
                   TO WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
               ADD WS-FORFEIT-HOURS TO WS-TOTAL-FORFEITED
               MOVE "CARRY-OVER CAPPED" TO WS-CUR-REMARK
           END-IF
           MOVE WS-RUN-YEAR TO WS-LVB-LEAVE-YEAR(WS-LVB-IDX)
           MOVE ZERO TO WS-LVB-YTD-ACCRUED(WS-LVB-IDX)
           MOVE ZERO TO WS-LVB-YTD-TAKEN(WS-LVB-IDX).
       3300-CREDIT-MONTHLY-ACCRUAL.
           COMPUTE WS-LAST-YYYYMM =
               WS-LVB-LAST-ACCRUAL-DATE(WS-LVB-IDX) / 100
           EVALUATE TRUE
               WHEN LVP-NOT-FOUND
                   MOVE "NO LEAVE POLICY" TO WS-CUR-REMARK
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN WS-LAST-YYYYMM = WS-RUN-YYYYMM
                   MOVE "ALREADY ACCRUED" TO WS-CUR-REMARK
               WHEN OTHER
                   COMPUTE WS-ACCRUAL-HOURS ROUNDED =
                       WS-LVP-CUR-PERIOD-HOURS * WS-PERIODS-PER-YEAR
                       / 12
                   ADD WS-ACCRUAL-HOURS
                       TO WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                   ADD WS-ACCRUAL-HOURS
                       TO WS-LVB-YTD-ACCRUED(WS-LVB-IDX)
                   MOVE WS-RUN-DATE
                       TO WS-LVB-LAST-ACCRUAL-DATE(WS-LVB-IDX)
           END-EVALUATE.
       3500-ADD-REPORT-ENTRY.
           IF WS-RTB-TABLE-COUNT < 1000
               ADD 1 TO WS-RTB-TABLE-COUNT
               MOVE TEACHER-DEPT-CODE
                   TO WS-RTB-DEPT-CODE(WS-RTB-TABLE-COUNT)
               MOVE SOMEDATANAME
                   TO WS-RTB-TEACHER-ID(WS-RTB-TABLE-COUNT)
               MOVE TEACHER-LAST-NAME
                   TO WS-RTB-LAST-NAME(WS-RTB-TABLE-COUNT)
               MOVE WS-SERVICE-YEARS
                   TO WS-RTB-SERVICE-YEARS(WS-RTB-TABLE-COUNT)
               MOVE WS-CUR-SICK-ACCRUED
                   TO WS-RTB-SICK-ACCRUED(WS-RTB-TABLE-COUNT)
               MOVE WS-CUR-SICK-BALANCE
                   TO WS-RTB-SICK-BALANCE(WS-RTB-TABLE-COUNT)
               MOVE WS-CUR-VAC-ACCRUED
                   TO WS-RTB-VAC-ACCRUED(WS-RTB-TABLE-COUNT)
               MOVE WS-CUR-VAC-BALANCE
                   TO WS-RTB-VAC-BALANCE(WS-RTB-TABLE-COUNT)
               MOVE WS-CUR-REMARK
                   TO WS-RTB-REMARK(WS-RTB-TABLE-COUNT)
           ELSE
               DISPLAY "** OPERATOR ALERT ** LEAVE REPORT TABLE "
                   "FULL, NOT REPORTED: " SOMEDATANAME
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
       7000-PRODUCE-LEAVE-REPORT.
           PERFORM 7100-SORT-REPORT-TABLE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-RTB-TABLE-COUNT
               IF WS-SORT-I = 1
                  OR WS-RTB-DEPT-CODE(WS-SORT-I) NOT = WS-CURRENT-DEPT
                   IF WS-SORT-I > 1
                       PERFORM 7300-PRINT-DEPT-TOTALS
                   END-IF
                   MOVE WS-RTB-DEPT-CODE(WS-SORT-I) TO WS-CURRENT-DEPT
                   MOVE WS-CURRENT-DEPT TO DHD-DEPT-CODE
                   MOVE SPACES TO TEACHER-LEAVE-REPORT-REC
                   WRITE TEACHER-LEAVE-REPORT-REC
                   WRITE TEACHER-LEAVE-REPORT-REC
                       FROM WS-RPT-DEPT-HEADING
               END-IF
               PERFORM 7200-PRINT-REPORT-DETAIL
           END-PERFORM
           IF WS-RTB-TABLE-COUNT > ZERO
               PERFORM 7300-PRINT-DEPT-TOTALS
           END-IF
           MOVE SPACES TO TEACHER-LEAVE-REPORT-REC
           WRITE TEACHER-LEAVE-REPORT-REC
           MOVE "ALL DEPARTMENTS"   TO TOT-LABEL
           MOVE WS-GRD-TEACHERS     TO TOT-TEACHERS
           MOVE WS-GRD-SICK-ACCRUED TO TOT-SICK-ACCRUED
           MOVE WS-GRD-SICK-BALANCE TO TOT-SICK-BALANCE
           MOVE WS-GRD-VAC-ACCRUED  TO TOT-VAC-ACCRUED
           MOVE WS-GRD-VAC-BALANCE  TO TOT-VAC-BALANCE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-TOTAL-LINE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-TOTAL-LINE2
           MOVE "TEACHERS CREDITED THIS MONTH" TO CNT-LABEL
           MOVE WS-TEACHERS-ACCRUED-COUNT TO CNT-VALUE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-COUNT-LINE
           MOVE "HOURS FORFEITED OVER CAP" TO CNT-LABEL
           MOVE WS-TOTAL-FORFEITED TO CNT-VALUE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-COUNT-LINE
           MOVE "ACCRUAL EXCEPTIONS" TO CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO CNT-VALUE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-COUNT-LINE.
       7100-SORT-REPORT-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-RTB-TABLE-COUNT
               COMPUTE WS-SORT-LIMIT = WS-RTB-TABLE-COUNT - WS-SORT-I
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-SORT-LIMIT
                   IF WS-RTB-KEY(WS-SORT-J) >
                      WS-RTB-KEY(WS-SORT-J + 1)
                      MOVE WS-RTB-ENTRY(WS-SORT-J)
                          TO WS-RTB-SWAP-ENTRY
                      MOVE WS-RTB-ENTRY(WS-SORT-J + 1)
                          TO WS-RTB-ENTRY(WS-SORT-J)
                      MOVE WS-RTB-SWAP-ENTRY
                          TO WS-RTB-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       7200-PRINT-REPORT-DETAIL.
           MOVE WS-RTB-DEPT-CODE(WS-SORT-I)     TO RPT-DEPT-CODE
           MOVE WS-RTB-TEACHER-ID(WS-SORT-I)    TO RPT-TEACHER-ID
           MOVE WS-RTB-LAST-NAME(WS-SORT-I)     TO RPT-LAST-NAME
           MOVE WS-RTB-SERVICE-YEARS(WS-SORT-I) TO RPT-SERVICE-YEARS
           MOVE WS-RTB-SICK-ACCRUED(WS-SORT-I)  TO RPT-SICK-ACCRUED
           MOVE WS-RTB-SICK-BALANCE(WS-SORT-I)  TO RPT-SICK-BALANCE
           MOVE WS-RTB-VAC-ACCRUED(WS-SORT-I)   TO RPT-VAC-ACCRUED
           MOVE WS-RTB-VAC-BALANCE(WS-SORT-I)   TO RPT-VAC-BALANCE
           MOVE WS-RTB-REMARK(WS-SORT-I)        TO RPT-REMARK
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-DETAIL
           ADD 1 TO WS-DPT-TEACHERS
           ADD WS-RTB-SICK-ACCRUED(WS-SORT-I) TO WS-DPT-SICK-ACCRUED
           ADD WS-RTB-SICK-BALANCE(WS-SORT-I) TO WS-DPT-SICK-BALANCE
           ADD WS-RTB-VAC-ACCRUED(WS-SORT-I)  TO WS-DPT-VAC-ACCRUED
           ADD WS-RTB-VAC-BALANCE(WS-SORT-I)  TO WS-DPT-VAC-BALANCE.
       7300-PRINT-DEPT-TOTALS.
           MOVE SPACES TO TOT-LABEL
           STRING "DEPT " WS-CURRENT-DEPT " TOTALS"
               DELIMITED BY SIZE INTO TOT-LABEL
           END-STRING
           MOVE WS-DPT-TEACHERS     TO TOT-TEACHERS
           MOVE WS-DPT-SICK-ACCRUED TO TOT-SICK-ACCRUED
           MOVE WS-DPT-SICK-BALANCE TO TOT-SICK-BALANCE
           MOVE WS-DPT-VAC-ACCRUED  TO TOT-VAC-ACCRUED
           MOVE WS-DPT-VAC-BALANCE  TO TOT-VAC-BALANCE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-TOTAL-LINE
           WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-TOTAL-LINE2
           ADD WS-DPT-TEACHERS     TO WS-GRD-TEACHERS
           ADD WS-DPT-SICK-ACCRUED TO WS-GRD-SICK-ACCRUED
           ADD WS-DPT-SICK-BALANCE TO WS-GRD-SICK-BALANCE
           ADD WS-DPT-VAC-ACCRUED  TO WS-GRD-VAC-ACCRUED
           ADD WS-DPT-VAC-BALANCE  TO WS-GRD-VAC-BALANCE
           INITIALIZE WS-DEPT-TOTALS.
       8000-RELEASE-OR-SUPPRESS-LEAVE.
           IF NOT LEAVE-RUN-ERROR
               PERFORM 8890-REWRITE-LEAVE-FILE
               IF LVB-REWRITE-ERROR
                   SET LEAVE-RUN-ERROR TO TRUE
                   DISPLAY "** OPERATOR ALERT ** TCHRLVB REWRITE "
                       "INCOMPLETE, RESTORE TCHRLVB BEFORE NEXT RUN"
               ELSE
                   MOVE WS-LVB-TABLE-COUNT TO WS-RECORDS-WRITTEN-COUNT
               END-IF
           ELSE
               WRITE TEACHER-LEAVE-REPORT-REC FROM WS-RPT-NOT-UPDATED
               DISPLAY "** OPERATOR ALERT ** TCHRLVB NOT UPDATED, "
                   "NO LEAVE ACCRUED FOR THIS RUN"
           END-IF.
       9000-TERMINATE.
           CLOSE TEACHER
           CLOSE TEACHER-LEAVE-REPORT
           DISPLAY "TEACHERS SCANNED : " WS-TEACHERS-SCANNED-COUNT
           DISPLAY "TEACHERS CREDITED: " WS-TEACHERS-ACCRUED-COUNT
           DISPLAY "LEAVE EXCEPTIONS : " WS-EXCEPTION-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERLEAVEACCRUAL"   TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-TEACHERS-SCANNED-COUNT TO WS-RUNLOG-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN-COUNT  TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT        TO WS-RUNLOG-EXCEPTIONS
           IF LEAVE-RUN-ERROR
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
       COPY TCHSTLD.
       COPY TCHLVLD.
       COPY TEACHERR.

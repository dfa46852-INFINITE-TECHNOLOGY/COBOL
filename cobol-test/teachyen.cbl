       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherYearEndStatement.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHYTFC.
           SELECT TEACHER-YTD-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT TEACHER-STATEMENT-REPORT ASSIGN TO "TCHRYESTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-YTD-FILE.
       COPY TCHYTFD.
       FD  TEACHER-YTD-ARCHIVE-FILE.
       01  TEACHER-YTD-ARCHIVE-REC            PIC X(87).
       FD  TEACHER-STATEMENT-REPORT.
       01  TEACHER-STATEMENT-REPORT-REC       PIC X(80).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHYTREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
             88 TEACHER-EOF                VALUE "Y".
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-ARCH-FILE-STATUS           PIC X(02) VALUE SPACES.
          05 WS-YEAR-END-ERROR-SW          PIC X(01) VALUE "N".
             88 YEAR-END-ERROR             VALUE "Y".
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR                   PIC 9(04).
          05 FILLER                        PIC 9(04).
       01 WS-STATEMENT-YEAR                PIC 9(04) VALUE ZERO.
       01 WS-ARCHIVE-FILENAME              PIC X(20).
       01 WS-ARCHIVE-STAMP.
          05 FILLER                        PIC X(08) VALUE "TCHRYTD.".
          05 WS-STAMP-YEAR                 PIC 9(04).
       01 WS-TEACHERS-SCANNED-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-STATEMENTS-PRINTED-COUNT      PIC 9(07) VALUE ZERO.
       01 WS-NOT-ON-FILE-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-YEAR-MISMATCH-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-RECORDS-ARCHIVED              PIC 9(07) VALUE ZERO.
       01 WS-STATEMENT-WORK.
          05 WS-STMT-TEACHER-ID            PIC X(09).
          05 WS-STMT-NAME                  PIC X(40).
          05 WS-STMT-DEPT-CODE             PIC X(04).
          05 WS-STMT-GROSS                 PIC 9(09)V99.
          05 WS-STMT-TAX                   PIC 9(09)V99.
          05 WS-STMT-PENSION               PIC 9(09)V99.
          05 WS-STMT-BENEFIT               PIC 9(09)V99.
          05 WS-STMT-NET                   PIC 9(09)V99.
          05 WS-STMT-PAY-COUNT             PIC 9(03).
       01 WS-DISTRICT-TOTALS.
          05 WS-DIST-GROSS-TOTAL           PIC 9(11)V99 VALUE ZERO.
          05 WS-DIST-TAX-TOTAL             PIC 9(11)V99 VALUE ZERO.
          05 WS-DIST-PENSION-TOTAL         PIC 9(11)V99 VALUE ZERO.
          05 WS-DIST-BENEFIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
          05 WS-DIST-NET-TOTAL             PIC 9(11)V99 VALUE ZERO.
          05 WS-DIST-PAID-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-RPT-SEPARATOR                 PIC X(80) VALUE ALL "=".
       01 WS-RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
       01 WS-RPT-STMT-HEADING.
          05 FILLER                        PIC X(34) VALUE
             "ANNUAL EARNINGS STATEMENT  YEAR : ".
          05 RPT-STMT-YEAR                 PIC 9(04).
       01 WS-RPT-STMT-TEACHER.
          05 FILLER                        PIC X(12) VALUE
             "TEACHER-ID: ".
          05 RPT-STMT-TEACHER-ID           PIC X(09).
          05 FILLER                        PIC X(08) VALUE
             "  DEPT: ".
          05 RPT-STMT-DEPT-CODE            PIC X(04).
          05 FILLER                        PIC X(08) VALUE
             "  NAME: ".
          05 RPT-STMT-NAME                 PIC X(39).
       01 WS-RPT-STMT-AMOUNT.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 RPT-STMT-LABEL                PIC X(24).
          05 RPT-STMT-AMOUNT               PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RPT-STMT-COUNT.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 FILLER                        PIC X(24) VALUE
             "PAY PERIODS PAID      : ".
          05 RPT-STMT-PAY-COUNT            PIC ZZ9.
       01 WS-RPT-DIST-HEADING.
          05 FILLER                        PIC X(34) VALUE
             "DISTRICT EARNINGS TOTALS   YEAR : ".
          05 RPT-DIST-YEAR                 PIC 9(04).
       01 WS-RPT-DIST-AMOUNT.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 RPT-DIST-LABEL                PIC X(24).
          05 RPT-DIST-AMOUNT               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-RPT-DIST-COUNT.
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 RPT-DIST-COUNT-LABEL          PIC X(24).
          05 RPT-DIST-COUNT                PIC Z.ZZZ.ZZ9.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TEACHER-RECORDS UNTIL TEACHER-EOF
           PERFORM 3000-PRINT-UNMATCHED-YTD
           PERFORM 7000-PRINT-DISTRICT-TOTALS
           PERFORM 8000-ROLL-OVER-YTD-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 8300-LOAD-YTD-TABLE
           IF YTD-LOAD-ERROR
               SET YEAR-END-ERROR TO TRUE
           END-IF
           PERFORM 1100-SET-STATEMENT-YEAR
           DISPLAY "TEACHER YEAR-END EARNINGS STATEMENTS FOR "
               WS-STATEMENT-YEAR
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               SET YEAR-END-ERROR TO TRUE
               SET TEACHER-EOF TO TRUE
           END-IF
           OPEN OUTPUT TEACHER-STATEMENT-REPORT
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
       1100-SET-STATEMENT-YEAR.
           IF WS-YTD-TABLE-COUNT = ZERO
               MOVE WS-RUN-YEAR TO WS-STATEMENT-YEAR
           ELSE
               MOVE WS-YTD-YEAR(1) TO WS-STATEMENT-YEAR
           END-IF
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-TABLE-COUNT
               IF WS-YTD-YEAR(WS-YTD-IDX) NOT = WS-STATEMENT-YEAR
                   DISPLAY "** OPERATOR ALERT ** YTD ENTRY FOR "
                       WS-YTD-TEACHER-ID(WS-YTD-IDX) " IS FOR "
                       WS-YTD-YEAR(WS-YTD-IDX) ", EXPECTED "
                       WS-STATEMENT-YEAR
                   ADD 1 TO WS-YEAR-MISMATCH-COUNT
                   SET YEAR-END-ERROR TO TRUE
               END-IF
           END-PERFORM.
       2000-PROCESS-TEACHER-RECORDS.
           ADD 1 TO WS-TEACHERS-SCANNED-COUNT
           MOVE SOMEDATANAME TO WS-STMT-TEACHER-ID
           MOVE SPACES TO WS-STMT-NAME
           STRING TEACHER-LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  TEACHER-FIRST-NAME DELIMITED BY "  "
                  INTO WS-STMT-NAME
           END-STRING
           MOVE TEACHER-DEPT-CODE TO WS-STMT-DEPT-CODE
           PERFORM 8380-FIND-YTD-ENTRY
           IF YTD-FOUND
               PERFORM 2200-MOVE-YTD-TO-STATEMENT
           ELSE
               MOVE ZERO TO WS-STMT-GROSS
               MOVE ZERO TO WS-STMT-TAX
               MOVE ZERO TO WS-STMT-PENSION
               MOVE ZERO TO WS-STMT-BENEFIT
               MOVE ZERO TO WS-STMT-NET
               MOVE ZERO TO WS-STMT-PAY-COUNT
           END-IF
           PERFORM 7100-WRITE-STATEMENT
           PERFORM 2100-READ-TEACHER.
       2100-READ-TEACHER.
           MOVE "READ" TO WS-TEACHER-LAST-OP
           READ TEACHER NEXT RECORD
               AT END SET TEACHER-EOF TO TRUE
           END-READ
           IF NOT TEACHER-EOF
               PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           END-IF.
       2200-MOVE-YTD-TO-STATEMENT.
           MOVE WS-YTD-GROSS(WS-YTD-IDX)     TO WS-STMT-GROSS
           MOVE WS-YTD-TAX(WS-YTD-IDX)       TO WS-STMT-TAX
           MOVE WS-YTD-PENSION(WS-YTD-IDX)   TO WS-STMT-PENSION
           MOVE WS-YTD-BENEFIT(WS-YTD-IDX)   TO WS-STMT-BENEFIT
           MOVE WS-YTD-NET(WS-YTD-IDX)       TO WS-STMT-NET
           MOVE WS-YTD-PAY-COUNT(WS-YTD-IDX) TO WS-STMT-PAY-COUNT
           MOVE "Y" TO WS-YTD-PRINTED-SW(WS-YTD-IDX).
       3000-PRINT-UNMATCHED-YTD.
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-TABLE-COUNT
               IF WS-YTD-PRINTED-SW(WS-YTD-IDX) NOT = "Y"
                   MOVE WS-YTD-TEACHER-ID(WS-YTD-IDX)
                       TO WS-STMT-TEACHER-ID
                   MOVE "*** NOT ON TEACHER FILE ***" TO WS-STMT-NAME
                   MOVE SPACES TO WS-STMT-DEPT-CODE
                   PERFORM 2200-MOVE-YTD-TO-STATEMENT
                   PERFORM 7100-WRITE-STATEMENT
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
               END-IF
           END-PERFORM.
       7100-WRITE-STATEMENT.
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-SEPARATOR
           MOVE WS-STATEMENT-YEAR   TO RPT-STMT-YEAR
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-HEADING
           MOVE WS-STMT-TEACHER-ID  TO RPT-STMT-TEACHER-ID
           MOVE WS-STMT-DEPT-CODE   TO RPT-STMT-DEPT-CODE
           MOVE WS-STMT-NAME        TO RPT-STMT-NAME
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-TEACHER
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE "GROSS EARNINGS        : " TO RPT-STMT-LABEL
           MOVE WS-STMT-GROSS       TO RPT-STMT-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-AMOUNT
           MOVE "TAX WITHHELD          : " TO RPT-STMT-LABEL
           MOVE WS-STMT-TAX         TO RPT-STMT-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-AMOUNT
           MOVE "PENSION WITHHELD      : " TO RPT-STMT-LABEL
           MOVE WS-STMT-PENSION     TO RPT-STMT-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-AMOUNT
           MOVE "BENEFIT DEDUCTIONS    : " TO RPT-STMT-LABEL
           MOVE WS-STMT-BENEFIT     TO RPT-STMT-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-AMOUNT
           MOVE "NET PAY               : " TO RPT-STMT-LABEL
           MOVE WS-STMT-NET         TO RPT-STMT-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-AMOUNT
           MOVE WS-STMT-PAY-COUNT   TO RPT-STMT-PAY-COUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-STMT-COUNT
           ADD WS-STMT-GROSS        TO WS-DIST-GROSS-TOTAL
           ADD WS-STMT-TAX          TO WS-DIST-TAX-TOTAL
           ADD WS-STMT-PENSION      TO WS-DIST-PENSION-TOTAL
           ADD WS-STMT-BENEFIT      TO WS-DIST-BENEFIT-TOTAL
           ADD WS-STMT-NET          TO WS-DIST-NET-TOTAL
           IF WS-STMT-PAY-COUNT > ZERO
               ADD 1 TO WS-DIST-PAID-COUNT
           END-IF
           ADD 1 TO WS-STATEMENTS-PRINTED-COUNT.
       7000-PRINT-DISTRICT-TOTALS.
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-SEPARATOR
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-SEPARATOR
           MOVE WS-STATEMENT-YEAR   TO RPT-DIST-YEAR
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-HEADING
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE "STATEMENTS PRINTED    : " TO RPT-DIST-COUNT-LABEL
           MOVE WS-STATEMENTS-PRINTED-COUNT TO RPT-DIST-COUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-COUNT
           MOVE "TEACHERS PAID IN YEAR : " TO RPT-DIST-COUNT-LABEL
           MOVE WS-DIST-PAID-COUNT  TO RPT-DIST-COUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-COUNT
           MOVE "NOT ON TEACHER FILE   : " TO RPT-DIST-COUNT-LABEL
           MOVE WS-NOT-ON-FILE-COUNT TO RPT-DIST-COUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-COUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE "TOTAL GROSS EARNINGS  : " TO RPT-DIST-LABEL
           MOVE WS-DIST-GROSS-TOTAL TO RPT-DIST-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-AMOUNT
           MOVE "TOTAL TAX WITHHELD    : " TO RPT-DIST-LABEL
           MOVE WS-DIST-TAX-TOTAL   TO RPT-DIST-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-AMOUNT
           MOVE "TOTAL PENSION WITHHELD: " TO RPT-DIST-LABEL
           MOVE WS-DIST-PENSION-TOTAL TO RPT-DIST-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-AMOUNT
           MOVE "TOTAL BENEFIT DEDUCTED: " TO RPT-DIST-LABEL
           MOVE WS-DIST-BENEFIT-TOTAL TO RPT-DIST-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-AMOUNT
           MOVE "TOTAL NET PAY         : " TO RPT-DIST-LABEL
           MOVE WS-DIST-NET-TOTAL   TO RPT-DIST-AMOUNT
           WRITE TEACHER-STATEMENT-REPORT-REC FROM WS-RPT-DIST-AMOUNT.
       8000-ROLL-OVER-YTD-FILE.
           IF NOT YEAR-END-ERROR
              AND WS-RUN-YEAR NOT > WS-STATEMENT-YEAR
               DISPLAY "** OPERATOR ALERT ** YEAR " WS-STATEMENT-YEAR
                   " NOT YET CLOSED, RUN DATE " WS-RUN-DATE
               SET YEAR-END-ERROR TO TRUE
           END-IF
           IF YEAR-END-ERROR
               DISPLAY "** OPERATOR ALERT ** TCHRYTD NOT ROLLED OVER, "
                   "REVIEW ALERTS AND RERUN"
           ELSE
               MOVE WS-STATEMENT-YEAR TO WS-STAMP-YEAR
               MOVE WS-ARCHIVE-STAMP TO WS-ARCHIVE-FILENAME
               OPEN OUTPUT TEACHER-YTD-ARCHIVE-FILE
               IF WS-ARCH-FILE-STATUS NOT = "00"
                   DISPLAY "** OPERATOR ALERT ** YTD ARCHIVE OPEN "
                       "FAILED, STATUS=" WS-ARCH-FILE-STATUS
                   SET YEAR-END-ERROR TO TRUE
               ELSE
                   PERFORM 8100-ARCHIVE-YTD-ENTRY
                       VARYING WS-YTD-IDX FROM 1 BY 1
                       UNTIL WS-YTD-IDX > WS-YTD-TABLE-COUNT
                          OR YEAR-END-ERROR
                   CLOSE TEACHER-YTD-ARCHIVE-FILE
               END-IF
               IF YEAR-END-ERROR
                   DISPLAY "** OPERATOR ALERT ** TCHRYTD NOT ROLLED "
                       "OVER, ARCHIVE INCOMPLETE"
               ELSE
                   OPEN OUTPUT TEACHER-YTD-FILE
                   CLOSE TEACHER-YTD-FILE
                   DISPLAY "TCHRYTD ARCHIVED TO " WS-ARCHIVE-FILENAME
                       " AND RESET FOR NEW YEAR"
               END-IF
           END-IF.
       8100-ARCHIVE-YTD-ENTRY.
           MOVE SPACES TO WS-YTD-RECORD
           MOVE WS-YTD-TEACHER-ID(WS-YTD-IDX)  TO YTD-TEACHER-ID
           MOVE WS-YTD-YEAR(WS-YTD-IDX)        TO YTD-YEAR
           MOVE WS-YTD-GROSS(WS-YTD-IDX)       TO YTD-GROSS
           MOVE WS-YTD-TAX(WS-YTD-IDX)         TO YTD-TAX
           MOVE WS-YTD-PENSION(WS-YTD-IDX)     TO YTD-PENSION
           MOVE WS-YTD-BENEFIT(WS-YTD-IDX)     TO YTD-BENEFIT
           MOVE WS-YTD-NET(WS-YTD-IDX)         TO YTD-NET
           MOVE WS-YTD-PAY-COUNT(WS-YTD-IDX)   TO YTD-PAY-COUNT
           MOVE WS-YTD-LAST-PAY-DATE(WS-YTD-IDX)
               TO YTD-LAST-PAY-DATE
           WRITE TEACHER-YTD-ARCHIVE-REC FROM WS-YTD-RECORD
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** YTD ARCHIVE WRITE "
                   "FAILED, STATUS=" WS-ARCH-FILE-STATUS
               SET YEAR-END-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-RECORDS-ARCHIVED
           END-IF.
       9000-TERMINATE.
           CLOSE TEACHER
           CLOSE TEACHER-STATEMENT-REPORT
           DISPLAY "TEACHERS SCANNED    : " WS-TEACHERS-SCANNED-COUNT
           DISPLAY "STATEMENTS PRINTED  : " WS-STATEMENTS-PRINTED-COUNT
           DISPLAY "NOT ON TEACHER FILE : " WS-NOT-ON-FILE-COUNT
           DISPLAY "YTD ENTRIES ARCHIVED: " WS-RECORDS-ARCHIVED
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERYEAREND"        TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-TEACHERS-SCANNED-COUNT   TO WS-RUNLOG-RECORDS-READ
           MOVE WS-STATEMENTS-PRINTED-COUNT
               TO WS-RUNLOG-RECORDS-WRITTEN
           COMPUTE WS-RUNLOG-EXCEPTIONS =
               WS-NOT-ON-FILE-COUNT + WS-YEAR-MISMATCH-COUNT
           IF YEAR-END-ERROR
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
       COPY TCHYTLD.
       COPY TEACHERR.

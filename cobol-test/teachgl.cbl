       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherLaborJournal.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
           SELECT TEACHER-PAYDIST-FILE ASSIGN TO "TCHRPAYDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDS-FILE-STATUS.
           SELECT TEACHER-GLXREF-FILE ASSIGN TO "TCHRGLX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-FILE-STATUS.
           SELECT TEACHER-GLJRNL-FILE ASSIGN TO "TCHRGLJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.
           SELECT TEACHER-GLEXC-REPORT ASSIGN TO "TCHRGLERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER-PAYDIST-FILE.
       01  TEACHER-PAYDIST-REC                  PIC X(80).
       FD  TEACHER-GLXREF-FILE.
       01  TEACHER-GLXREF-RECORD                PIC X(20).
       FD  TEACHER-GLJRNL-FILE.
       01  TEACHER-GLJRNL-RECORD                PIC X(80).
       FD  TEACHER-GLEXC-REPORT.
       01  TEACHER-GLEXC-REPORT-REC             PIC X(80).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                     PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TCHPDREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-PAYDIST-EOF-SW             PIC X(01) VALUE "N".
             88 PAYDIST-EOF                VALUE "Y".
          05 WS-GLXREF-EOF-SW              PIC X(01) VALUE "N".
             88 GLXREF-EOF                 VALUE "Y".
          05 WS-PDS-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-GLX-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-GLJ-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-TRAILER-FOUND-SW           PIC X(01) VALUE "N".
             88 PAYDIST-TRAILER-FOUND      VALUE "Y".
          05 WS-JOURNAL-ERROR-SW           PIC X(01) VALUE "N".
             88 JOURNAL-ERROR              VALUE "Y".
       01 WS-GLXREF-DETAIL.
          05 WS-GLX-DEPT-CODE              PIC X(04).
          05 FILLER                        PIC X(01).
          05 WS-GLX-GL-ACCOUNT             PIC X(08).
       01 WS-GLXREF-TABLE.
          05 WS-GLXREF-ENTRY OCCURS 100 TIMES
                              INDEXED BY WS-GLX-IDX.
             10 WS-GLXREF-DEPT-CODE        PIC X(04).
             10 WS-GLXREF-GL-ACCOUNT       PIC X(08).
       01 WS-GLXREF-TABLE-COUNT            PIC 9(03) VALUE ZERO.
       01 WS-GLXREF-FOUND-SW               PIC X(01) VALUE "N".
          88 GLXREF-FOUND                  VALUE "Y".
          88 GLXREF-NOT-FOUND              VALUE "N".
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-CODE               PIC X(04).
             10 WS-DEPT-GROSS              PIC 9(09)V99.
             10 WS-DEPT-TAX                PIC 9(09)V99.
             10 WS-DEPT-PENSION            PIC 9(09)V99.
             10 WS-DEPT-BENEFIT            PIC 9(09)V99.
             10 WS-DEPT-NET                PIC 9(09)V99.
       01 WS-DEPT-TABLE-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-DEPT-FOUND-SW                 PIC X(01) VALUE "N".
          88 DEPT-FOUND                    VALUE "Y".
          88 DEPT-NOT-FOUND                VALUE "N".
       01 WS-TAX-LIABILITY-GL              PIC X(08) VALUE "21100000".
       01 WS-PENSION-LIABILITY-GL          PIC X(08) VALUE "21200000".
       01 WS-BENEFIT-LIABILITY-GL          PIC X(08) VALUE "21300000".
       01 WS-NETPAY-CLEARING-GL            PIC X(08) VALUE "21900000".
       01 WS-POSTING-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-ENTRY-AMOUNT                  PIC 9(09)V99 VALUE ZERO.
       01 WS-SALARY-GL-ACCOUNT             PIC X(08) VALUE SPACES.
       01 WS-LIABILITY-GL-ACCOUNT          PIC X(08) VALUE SPACES.
       01 WS-TOTAL-DEBITS                  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS                 PIC 9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-PAIR-COUNT            PIC 9(05) VALUE ZERO.
       01 WS-RECORDS-READ-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-JOURNAL-WRITTEN-COUNT         PIC 9(09) VALUE ZERO.
       01 WS-EXCEPTION-COUNT               PIC 9(09) VALUE ZERO.
       01 WS-PAYDIST-TOTALS.
          05 WS-PDS-GROSS-TOTAL            PIC 9(09)V99 VALUE ZERO.
          05 WS-PDS-DEDUCTION-TOTAL        PIC 9(09)V99 VALUE ZERO.
          05 WS-PDS-NET-TOTAL              PIC 9(09)V99 VALUE ZERO.
       01 WS-GLJ-DETAIL.
          05 GLJ-RECORD-TYPE               PIC X(01).
          05 GLJ-GL-ACCOUNT                PIC X(08).
          05 GLJ-DR-CR                     PIC X(02).
          05 GLJ-AMOUNT                    PIC 9(09)V99.
          05 GLJ-SOURCE-DEPT               PIC X(04).
          05 GLJ-POSTING-DATE              PIC 9(08).
          05 FILLER                        PIC X(46) VALUE SPACES.
       01 WS-GLJ-CONTROL.
          05 GLJ-CTL-RECORD-TYPE           PIC X(01) VALUE "C".
          05 GLJ-CTL-DEBIT-TOTAL           PIC 9(11)V99.
          05 GLJ-CTL-CREDIT-TOTAL          PIC 9(11)V99.
          05 GLJ-CTL-PAIR-COUNT            PIC 9(05).
          05 GLJ-CTL-POSTING-DATE          PIC 9(08).
          05 FILLER                        PIC X(40) VALUE SPACES.
       01 WS-EXC-HEADING1                  PIC X(60) VALUE
          "PAYROLL GL JOURNAL - DEPARTMENTS MISSING FROM CROSS-REF".
       01 WS-EXC-HEADING2                  PIC X(60) VALUE
          "DEPT     UNJOURNALED-GROSS".
       01 WS-EXC-DETAIL.
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 EXC-DEPT-CODE                 PIC X(04).
          05 FILLER                        PIC X(04) VALUE SPACES.
          05 EXC-AMOUNT                    PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EXC-NONE-FOUND                PIC X(60) VALUE
          "ALL DEPARTMENTS MATCHED THE CROSS-REFERENCE".
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAYDIST-RECORDS UNTIL PAYDIST-EOF
           PERFORM 7000-PRODUCE-JOURNAL
           PERFORM 8000-RELEASE-OR-SUPPRESS-JOURNAL
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-GLXREF-TABLE
           OPEN INPUT TEACHER-PAYDIST-FILE
           IF WS-PDS-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHRPAYDST OPEN FAILED, "
                   "STATUS=" WS-PDS-FILE-STATUS
               SET JOURNAL-ERROR TO TRUE
               SET PAYDIST-EOF TO TRUE
           END-IF
           OPEN OUTPUT TEACHER-GLJRNL-FILE
           OPEN OUTPUT TEACHER-GLEXC-REPORT
           WRITE TEACHER-GLEXC-REPORT-REC FROM WS-EXC-HEADING1
           WRITE TEACHER-GLEXC-REPORT-REC FROM WS-EXC-HEADING2
           IF NOT PAYDIST-EOF
               PERFORM 2100-READ-PAYDIST-RECORD
           END-IF.
       1100-LOAD-GLXREF-TABLE.
           OPEN INPUT TEACHER-GLXREF-FILE
           IF WS-GLX-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** GL CROSS-REFERENCE "
                  "TCHRGLX OPEN FAILED, STATUS=" WS-GLX-FILE-STATUS
              SET JOURNAL-ERROR TO TRUE
              SET GLXREF-EOF TO TRUE
              SET PAYDIST-EOF TO TRUE
           END-IF
           PERFORM 1150-LOAD-GLXREF-ENTRY UNTIL GLXREF-EOF
           CLOSE TEACHER-GLXREF-FILE.
       1150-LOAD-GLXREF-ENTRY.
           READ TEACHER-GLXREF-FILE INTO WS-GLXREF-DETAIL
               AT END SET GLXREF-EOF TO TRUE
           END-READ
           IF NOT GLXREF-EOF
              IF WS-GLX-DEPT-CODE NOT = SPACES
                 IF WS-GLXREF-TABLE-COUNT < 100
                    ADD 1 TO WS-GLXREF-TABLE-COUNT
                    MOVE WS-GLX-DEPT-CODE
                        TO WS-GLXREF-DEPT-CODE(WS-GLXREF-TABLE-COUNT)
                    MOVE WS-GLX-GL-ACCOUNT
                        TO WS-GLXREF-GL-ACCOUNT(WS-GLXREF-TABLE-COUNT)
                 ELSE
                    DISPLAY "** OPERATOR ALERT ** GL XREF TABLE "
                        "FULL, UNTRACKED DEPT=" WS-GLX-DEPT-CODE
                 END-IF
              END-IF
           END-IF.
       2000-PROCESS-PAYDIST-RECORDS.
           EVALUATE TRUE
               WHEN PDS-RECORD-TYPE = "D"
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   PERFORM 2200-ACCUMULATE-DEPT-TOTALS
               WHEN PDS-RECORD-TYPE = "T"
                   MOVE WS-PAYDIST-DETAIL TO WS-PAYDIST-TRAILER
                   SET PAYDIST-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY "** OPERATOR ALERT ** TCHRPAYDST RECORD "
                       "TYPE '" PDS-RECORD-TYPE "' NOT RECOGNIZED"
                   SET JOURNAL-ERROR TO TRUE
           END-EVALUATE
           PERFORM 2100-READ-PAYDIST-RECORD.
       2100-READ-PAYDIST-RECORD.
           READ TEACHER-PAYDIST-FILE INTO WS-PAYDIST-DETAIL
               AT END SET PAYDIST-EOF TO TRUE
           END-READ.
       2200-ACCUMULATE-DEPT-TOTALS.
           MOVE PDS-PAY-DATE TO WS-POSTING-DATE
           ADD PDS-GROSS TO WS-PDS-GROSS-TOTAL
           ADD PDS-TAX PDS-PENSION PDS-BENEFIT
               TO WS-PDS-DEDUCTION-TOTAL
           ADD PDS-NET TO WS-PDS-NET-TOTAL
           SET DEPT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
                      OR DEPT-FOUND
               IF PDS-DEPT-CODE = WS-DEPT-CODE(WS-DEPT-IDX)
                  ADD PDS-GROSS   TO WS-DEPT-GROSS(WS-DEPT-IDX)
                  ADD PDS-TAX     TO WS-DEPT-TAX(WS-DEPT-IDX)
                  ADD PDS-PENSION TO WS-DEPT-PENSION(WS-DEPT-IDX)
                  ADD PDS-BENEFIT TO WS-DEPT-BENEFIT(WS-DEPT-IDX)
                  ADD PDS-NET     TO WS-DEPT-NET(WS-DEPT-IDX)
                  SET DEPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF DEPT-NOT-FOUND
              IF WS-DEPT-TABLE-COUNT < 50
                 ADD 1 TO WS-DEPT-TABLE-COUNT
                 SET WS-DEPT-IDX TO WS-DEPT-TABLE-COUNT
                 MOVE PDS-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-IDX)
                 MOVE PDS-GROSS     TO WS-DEPT-GROSS(WS-DEPT-IDX)
                 MOVE PDS-TAX       TO WS-DEPT-TAX(WS-DEPT-IDX)
                 MOVE PDS-PENSION   TO WS-DEPT-PENSION(WS-DEPT-IDX)
                 MOVE PDS-BENEFIT   TO WS-DEPT-BENEFIT(WS-DEPT-IDX)
                 MOVE PDS-NET       TO WS-DEPT-NET(WS-DEPT-IDX)
              ELSE
                 DISPLAY "** OPERATOR ALERT ** DEPARTMENT TABLE FULL, "
                     "UNTRACKED DEPT=" PDS-DEPT-CODE
                 SET JOURNAL-ERROR TO TRUE
              END-IF
           END-IF.
       7000-PRODUCE-JOURNAL.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-TABLE-COUNT
               PERFORM 7100-JOURNAL-ONE-DEPT
           END-PERFORM.
       7100-JOURNAL-ONE-DEPT.
           SET GLXREF-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
                   UNTIL WS-GLX-IDX > WS-GLXREF-TABLE-COUNT
                      OR GLXREF-FOUND
               IF WS-DEPT-CODE(WS-DEPT-IDX) =
                  WS-GLXREF-DEPT-CODE(WS-GLX-IDX)
                  MOVE WS-GLXREF-GL-ACCOUNT(WS-GLX-IDX)
                      TO WS-SALARY-GL-ACCOUNT
                  SET GLXREF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF GLXREF-NOT-FOUND
              PERFORM 7300-WRITE-XREF-EXCEPTION
           ELSE
              MOVE WS-DEPT-TAX(WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
              MOVE WS-TAX-LIABILITY-GL TO WS-LIABILITY-GL-ACCOUNT
              PERFORM 7200-WRITE-JOURNAL-PAIR
              MOVE WS-DEPT-PENSION(WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
              MOVE WS-PENSION-LIABILITY-GL TO WS-LIABILITY-GL-ACCOUNT
              PERFORM 7200-WRITE-JOURNAL-PAIR
              MOVE WS-DEPT-BENEFIT(WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
              MOVE WS-BENEFIT-LIABILITY-GL TO WS-LIABILITY-GL-ACCOUNT
              PERFORM 7200-WRITE-JOURNAL-PAIR
              MOVE WS-DEPT-NET(WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
              MOVE WS-NETPAY-CLEARING-GL TO WS-LIABILITY-GL-ACCOUNT
              PERFORM 7200-WRITE-JOURNAL-PAIR
           END-IF.
       7200-WRITE-JOURNAL-PAIR.
           IF WS-ENTRY-AMOUNT NOT = ZERO
              PERFORM 7220-WRITE-DEBIT-ENTRY
              PERFORM 7240-WRITE-CREDIT-ENTRY
              ADD 1 TO WS-JOURNAL-PAIR-COUNT
           END-IF.
       7220-WRITE-DEBIT-ENTRY.
           MOVE "D"                        TO GLJ-RECORD-TYPE
           MOVE WS-SALARY-GL-ACCOUNT      TO GLJ-GL-ACCOUNT
           MOVE "DR"                      TO GLJ-DR-CR
           MOVE WS-ENTRY-AMOUNT           TO GLJ-AMOUNT
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLJ-SOURCE-DEPT
           MOVE WS-POSTING-DATE           TO GLJ-POSTING-DATE
           WRITE TEACHER-GLJRNL-RECORD FROM WS-GLJ-DETAIL
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
           ADD 1 TO WS-JOURNAL-WRITTEN-COUNT.
       7240-WRITE-CREDIT-ENTRY.
           MOVE "D"                        TO GLJ-RECORD-TYPE
           MOVE WS-LIABILITY-GL-ACCOUNT   TO GLJ-GL-ACCOUNT
           MOVE "CR"                      TO GLJ-DR-CR
           MOVE WS-ENTRY-AMOUNT           TO GLJ-AMOUNT
           MOVE WS-DEPT-CODE(WS-DEPT-IDX) TO GLJ-SOURCE-DEPT
           MOVE WS-POSTING-DATE           TO GLJ-POSTING-DATE
           WRITE TEACHER-GLJRNL-RECORD FROM WS-GLJ-DETAIL
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-JOURNAL-WRITTEN-COUNT.
       7300-WRITE-XREF-EXCEPTION.
           MOVE WS-DEPT-CODE(WS-DEPT-IDX)  TO EXC-DEPT-CODE
           MOVE WS-DEPT-GROSS(WS-DEPT-IDX) TO EXC-AMOUNT
           WRITE TEACHER-GLEXC-REPORT-REC FROM WS-EXC-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.
       8000-RELEASE-OR-SUPPRESS-JOURNAL.
           IF NOT PAYDIST-TRAILER-FOUND
               DISPLAY "** OPERATOR ALERT ** TCHRPAYDST HAS NO "
                   "TRAILER, PAY CYCLE WAS NOT RELEASED"
               SET JOURNAL-ERROR TO TRUE
           ELSE
               IF PDS-TRL-RECORD-COUNT    NOT = WS-RECORDS-READ-COUNT
                  OR PDS-TRL-GROSS-TOTAL  NOT = WS-PDS-GROSS-TOTAL
                  OR PDS-TRL-DEDUCTION-TOTAL
                                          NOT = WS-PDS-DEDUCTION-TOTAL
                  OR PDS-TRL-NET-TOTAL    NOT = WS-PDS-NET-TOTAL
                   DISPLAY "** OPERATOR ALERT ** TCHRPAYDST DETAIL "
                       "DOES NOT AGREE WITH ITS TRAILER"
                   SET JOURNAL-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-EXCEPTION-COUNT NOT = ZERO
               SET JOURNAL-ERROR TO TRUE
           END-IF
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              AND WS-TOTAL-DEBITS = WS-PDS-GROSS-TOTAL
              AND NOT JOURNAL-ERROR
              MOVE WS-TOTAL-DEBITS       TO GLJ-CTL-DEBIT-TOTAL
              MOVE WS-TOTAL-CREDITS      TO GLJ-CTL-CREDIT-TOTAL
              MOVE WS-JOURNAL-PAIR-COUNT TO GLJ-CTL-PAIR-COUNT
              MOVE WS-POSTING-DATE       TO GLJ-CTL-POSTING-DATE
              WRITE TEACHER-GLJRNL-RECORD FROM WS-GLJ-CONTROL
              ADD 1 TO WS-JOURNAL-WRITTEN-COUNT
              CLOSE TEACHER-GLJRNL-FILE
           ELSE
              CLOSE TEACHER-GLJRNL-FILE
              OPEN OUTPUT TEACHER-GLJRNL-FILE
              CLOSE TEACHER-GLJRNL-FILE
              MOVE ZERO TO WS-JOURNAL-WRITTEN-COUNT
              SET JOURNAL-ERROR TO TRUE
              DISPLAY "** OPERATOR ALERT ** PAYROLL GL JOURNAL NOT "
                  "RELEASED"
              DISPLAY "    DEBIT TOTAL  : " WS-TOTAL-DEBITS
              DISPLAY "    CREDIT TOTAL : " WS-TOTAL-CREDITS
              DISPLAY "    GROSS PAY    : " WS-PDS-GROSS-TOTAL
              DISPLAY "    UNMAPPED DEPT: " WS-EXCEPTION-COUNT
           END-IF.
       9000-TERMINATE.
           CLOSE TEACHER-PAYDIST-FILE
           IF WS-EXCEPTION-COUNT = ZERO
              WRITE TEACHER-GLEXC-REPORT-REC FROM WS-EXC-NONE-FOUND
           END-IF
           CLOSE TEACHER-GLEXC-REPORT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERLABORJOURNAL"  TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-RECORDS-READ-COUNT    TO WS-RUNLOG-RECORDS-READ
           MOVE WS-JOURNAL-WRITTEN-COUNT TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT       TO WS-RUNLOG-EXCEPTIONS
           IF JOURNAL-ERROR
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

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherBankTransfer.
       ENVIRONMENT     DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHBKFC.
           SELECT TEACHER-NETPAY-FILE ASSIGN TO "TCHRNETPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-FILE-STATUS.
           SELECT TEACHER-TRANSFER-FILE ASSIGN TO "TCHRBANKXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-FILE-STATUS.
           SELECT TEACHER-CHEQUE-REPORT ASSIGN TO "TCHRCHQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER.
       COPY TEACHREC.
       FD  TEACHER-BANK-FILE.
       COPY TCHBKFD.
       FD  TEACHER-NETPAY-FILE.
       01  TEACHER-NETPAY-REC                 PIC X(40).
       FD  TEACHER-TRANSFER-FILE.
       01  TEACHER-TRANSFER-REC               PIC X(80).
       FD  TEACHER-CHEQUE-REPORT.
       01  TEACHER-CHEQUE-REPORT-REC          PIC X(100).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHBKREC.
       COPY TCHNPREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-NETPAY-EOF-SW              PIC X(01) VALUE "N".
             88 NETPAY-EOF                 VALUE "Y".
          05 WS-NET-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-XFR-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-TRAILER-FOUND-SW           PIC X(01) VALUE "N".
             88 NETPAY-TRAILER-FOUND       VALUE "Y".
          05 WS-TEACHER-FOUND-SW           PIC X(01) VALUE "N".
             88 TEACHER-RECORD-FOUND       VALUE "Y".
             88 TEACHER-RECORD-NOT-FOUND   VALUE "N".
          05 WS-XFR-ERROR-SW               PIC X(01) VALUE "N".
             88 TRANSFER-ERROR             VALUE "Y".
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-RUN-TIME                      PIC 9(08) VALUE ZERO.
       01 WS-XFR-PAY-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-CHEQUE-REASON                 PIC X(30) VALUE SPACES.
       01 WS-TEACHER-NAME                  PIC X(22) VALUE SPACES.
       01 WS-HASH-ROUTING.
          05 WS-HASH-ROUTING-8             PIC 9(08).
          05 FILLER                        PIC 9(01).
       01 WS-TRANSFER-TOTALS.
          05 WS-NET-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-NET-DETAIL-TOTAL           PIC 9(09)V99 VALUE ZERO.
          05 WS-XFR-CREDIT-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-XFR-CREDIT-TOTAL           PIC 9(09)V99 VALUE ZERO.
          05 WS-XFR-PRENOTE-COUNT          PIC 9(07) VALUE ZERO.
          05 WS-XFR-ENTRY-HASH             PIC 9(12) VALUE ZERO.
          05 WS-CHEQUE-COUNT               PIC 9(07) VALUE ZERO.
          05 WS-CHEQUE-TOTAL               PIC 9(09)V99 VALUE ZERO.
          05 WS-PAID-COUNT                 PIC 9(07) VALUE ZERO.
          05 WS-PAID-TOTAL                 PIC 9(09)V99 VALUE ZERO.
       01 WS-XFR-HEADER.
          05 XFR-HDR-RECORD-TYPE           PIC X(01) VALUE "H".
          05 XFR-HDR-ORIGINATOR            PIC X(16) VALUE
             "DISTRICT PAYROLL".
          05 XFR-HDR-PAY-DATE              PIC 9(08).
          05 XFR-HDR-CREATE-DATE           PIC 9(08).
          05 XFR-HDR-CREATE-TIME           PIC 9(08).
          05 XFR-HDR-BATCH-DESC            PIC X(10) VALUE
             "TEACHERPAY".
          05 FILLER                        PIC X(29) VALUE SPACES.
       01 WS-XFR-DETAIL.
          05 XFR-RECORD-TYPE               PIC X(01) VALUE "D".
          05 XFR-TRANS-CODE                PIC X(02).
             88 XFR-CHECKING-CREDIT        VALUE "22".
             88 XFR-CHECKING-PRENOTE       VALUE "23".
             88 XFR-SAVINGS-CREDIT         VALUE "32".
             88 XFR-SAVINGS-PRENOTE        VALUE "33".
          05 XFR-ROUTING-NUMBER            PIC X(09).
          05 XFR-ACCOUNT-NUMBER            PIC X(17).
          05 XFR-AMOUNT                    PIC 9(07)V99.
          05 XFR-TEACHER-ID                PIC X(09).
          05 XFR-TEACHER-NAME              PIC X(22).
          05 FILLER                        PIC X(11) VALUE SPACES.
       01 WS-XFR-CONTROL.
          05 XFR-CTL-RECORD-TYPE           PIC X(01) VALUE "C".
          05 XFR-CTL-ENTRY-COUNT           PIC 9(07).
          05 XFR-CTL-CREDIT-COUNT          PIC 9(07).
          05 XFR-CTL-PRENOTE-COUNT         PIC 9(07).
          05 XFR-CTL-ENTRY-HASH            PIC 9(10).
          05 XFR-CTL-CREDIT-TOTAL          PIC 9(09)V99.
          05 XFR-CTL-CHEQUE-COUNT          PIC 9(07).
          05 XFR-CTL-CHEQUE-TOTAL          PIC 9(09)V99.
          05 XFR-CTL-NETPAY-TOTAL          PIC 9(09)V99.
          05 XFR-CTL-PAY-DATE              PIC 9(08).
       01 WS-RPT-HEADING1                  PIC X(60) VALUE
          "PAY BY CHEQUE EXCEPTION LIST".
       01 WS-RPT-HEADING2.
          05 FILLER                        PIC X(10) VALUE
             "TEACHER-ID".
          05 FILLER                        PIC X(23) VALUE
             " NAME".
          05 FILLER                        PIC X(12) VALUE
             "  NET AMOUNT".
          05 FILLER                        PIC X(31) VALUE
             " REASON".
       01 WS-RPT-DETAIL.
          05 RPT-TEACHER-ID                PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-TEACHER-NAME              PIC X(22).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-NET-AMOUNT                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-REASON                    PIC X(30).
       01 WS-RPT-TOTAL-CHEQUES.
          05 FILLER                        PIC X(20) VALUE
             "CHEQUES TO ISSUE  : ".
          05 RPT-CHEQUE-COUNT              PIC Z.ZZZ.ZZ9.
          05 FILLER                        PIC X(10) VALUE
             "  TOTAL : ".
          05 RPT-CHEQUE-TOTAL              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RPT-TOTAL-DEPOSITS.
          05 FILLER                        PIC X(20) VALUE
             "DIRECT DEPOSITS   : ".
          05 RPT-CREDIT-COUNT              PIC Z.ZZZ.ZZ9.
          05 FILLER                        PIC X(10) VALUE
             "  TOTAL : ".
          05 RPT-CREDIT-TOTAL              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-RPT-TOTAL-PRENOTES.
          05 FILLER                        PIC X(20) VALUE
             "PRENOTES SENT     : ".
          05 RPT-PRENOTE-COUNT             PIC Z.ZZZ.ZZ9.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NETPAY-RECORDS UNTIL NETPAY-EOF
           PERFORM 7000-WRITE-CHEQUE-TOTALS
           PERFORM 8000-RELEASE-OR-SUPPRESS-TRANSFER
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 8200-LOAD-BANK-TABLE
           IF BANK-LOAD-ERROR
               SET TRANSFER-ERROR TO TRUE
           END-IF
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               SET TRANSFER-ERROR TO TRUE
           END-IF
           OPEN INPUT TEACHER-NETPAY-FILE
           IF WS-NET-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHRNETPAY OPEN FAILED, "
                   "STATUS=" WS-NET-FILE-STATUS
               SET TRANSFER-ERROR TO TRUE
               SET NETPAY-EOF TO TRUE
           END-IF
           OPEN OUTPUT TEACHER-TRANSFER-FILE
           OPEN OUTPUT TEACHER-CHEQUE-REPORT
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-HEADING1
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-HEADING2
           IF NOT NETPAY-EOF
               PERFORM 2100-READ-NETPAY-RECORD
           END-IF
           IF NOT NETPAY-EOF
               MOVE NET-PAY-DATE TO WS-XFR-PAY-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-XFR-PAY-DATE
           END-IF
           MOVE WS-XFR-PAY-DATE TO XFR-HDR-PAY-DATE
           MOVE WS-RUN-DATE     TO XFR-HDR-CREATE-DATE
           MOVE WS-RUN-TIME     TO XFR-HDR-CREATE-TIME
           WRITE TEACHER-TRANSFER-REC FROM WS-XFR-HEADER.
       2000-PROCESS-NETPAY-RECORDS.
           EVALUATE TRUE
               WHEN NET-RECORD-TYPE = "D"
                   IF NETPAY-TRAILER-FOUND
                       DISPLAY "** OPERATOR ALERT ** TCHRNETPAY DETAIL "
                           "AFTER TRAILER FOR " NET-TEACHER-ID
                       SET TRANSFER-ERROR TO TRUE
                   END-IF
                   PERFORM 3000-PROCESS-NET-DETAIL
               WHEN NET-RECORD-TYPE = "T"
                   MOVE WS-NETPAY-DETAIL TO WS-NETPAY-TRAILER
                   SET NETPAY-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY "** OPERATOR ALERT ** TCHRNETPAY RECORD "
                       "TYPE '" NET-RECORD-TYPE "' NOT RECOGNIZED"
                   SET TRANSFER-ERROR TO TRUE
           END-EVALUATE
           PERFORM 2100-READ-NETPAY-RECORD.
       2100-READ-NETPAY-RECORD.
           READ TEACHER-NETPAY-FILE INTO WS-NETPAY-DETAIL
               AT END SET NETPAY-EOF TO TRUE
           END-READ.
       3000-PROCESS-NET-DETAIL.
           ADD 1 TO WS-NET-DETAIL-COUNT
           ADD NET-PAY-AMOUNT TO WS-NET-DETAIL-TOTAL
           MOVE NET-TEACHER-ID TO SOMEDATANAME
           PERFORM 3050-READ-TEACHER-NAME
           MOVE SPACES TO WS-CHEQUE-REASON
           PERFORM 8280-FIND-BANK-ENTRY
           IF BANK-NOT-FOUND
               MOVE "NO BANK ACCOUNT ON FILE" TO WS-CHEQUE-REASON
           ELSE
               MOVE WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
                   TO WS-RTN-NUMBER
               PERFORM 8270-VALIDATE-ROUTING-NUMBER
               MOVE WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX)
                   TO BANK-ACCOUNT-TYPE
               EVALUATE TRUE
                   WHEN ROUTING-NOT-VALID
                     OR NOT BANK-TYPE-VALID
                     OR WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX) = SPACES
                       MOVE "INVALID BANK ACCOUNT DETAILS"
                           TO WS-CHEQUE-REASON
                   WHEN WS-BANK-PRENOTE-STATUS(WS-BANK-IDX) = "R"
                       MOVE "ACCOUNT REJECTED BY BANK"
                           TO WS-CHEQUE-REASON
                   WHEN WS-BANK-PRENOTE-STATUS(WS-BANK-IDX) = "P"
                       PERFORM 3200-WRITE-PRENOTE-ENTRY
                       MOVE "S" TO WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
                       MOVE WS-XFR-PAY-DATE
                           TO WS-BANK-PRENOTE-DATE(WS-BANK-IDX)
                       MOVE "PRENOTE SENT THIS CYCLE"
                           TO WS-CHEQUE-REASON
                   WHEN WS-BANK-PRENOTE-STATUS(WS-BANK-IDX) = "S"
                     AND WS-BANK-PRENOTE-DATE(WS-BANK-IDX)
                         NOT < WS-XFR-PAY-DATE
                       MOVE "PRENOTE AWAITING VERIFICATION"
                           TO WS-CHEQUE-REASON
                   WHEN WS-BANK-PRENOTE-STATUS(WS-BANK-IDX) = "S"
                       MOVE "V" TO WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
                       PERFORM 3100-WRITE-CREDIT-ENTRY
                   WHEN WS-BANK-PRENOTE-STATUS(WS-BANK-IDX) = "V"
                       PERFORM 3100-WRITE-CREDIT-ENTRY
                   WHEN OTHER
                       MOVE "UNKNOWN PRENOTE STATUS"
                           TO WS-CHEQUE-REASON
               END-EVALUATE
           END-IF
           IF WS-CHEQUE-REASON NOT = SPACES
               PERFORM 3300-WRITE-CHEQUE-EXCEPTION
           END-IF.
       3050-READ-TEACHER-NAME.
           MOVE SPACES TO WS-TEACHER-NAME
           MOVE "READ" TO WS-TEACHER-LAST-OP
           READ TEACHER
               INVALID KEY
                   SET TEACHER-RECORD-NOT-FOUND TO TRUE
                   MOVE "*** NOT ON TEACHER FILE" TO WS-TEACHER-NAME
               NOT INVALID KEY
                   SET TEACHER-RECORD-FOUND TO TRUE
                   STRING TEACHER-LAST-NAME DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          TEACHER-FIRST-NAME DELIMITED BY "  "
                          INTO WS-TEACHER-NAME
                   END-STRING
           END-READ.
       3100-WRITE-CREDIT-ENTRY.
           IF WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX) = "S"
               SET XFR-SAVINGS-CREDIT TO TRUE
           ELSE
               SET XFR-CHECKING-CREDIT TO TRUE
           END-IF
           MOVE NET-PAY-AMOUNT TO XFR-AMOUNT
           PERFORM 3150-WRITE-TRANSFER-DETAIL
           ADD 1 TO WS-XFR-CREDIT-COUNT
           ADD NET-PAY-AMOUNT TO WS-XFR-CREDIT-TOTAL
           ADD 1 TO WS-PAID-COUNT
           ADD NET-PAY-AMOUNT TO WS-PAID-TOTAL.
       3150-WRITE-TRANSFER-DETAIL.
           MOVE WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
               TO XFR-ROUTING-NUMBER
           MOVE WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX)
               TO XFR-ACCOUNT-NUMBER
           MOVE NET-TEACHER-ID  TO XFR-TEACHER-ID
           MOVE WS-TEACHER-NAME TO XFR-TEACHER-NAME
           WRITE TEACHER-TRANSFER-REC FROM WS-XFR-DETAIL
           IF WS-XFR-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHRBANKXFR WRITE FAILED, "
                   "STATUS=" WS-XFR-FILE-STATUS
               SET TRANSFER-ERROR TO TRUE
           END-IF
           MOVE WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
               TO WS-HASH-ROUTING
           ADD WS-HASH-ROUTING-8 TO WS-XFR-ENTRY-HASH.
       3200-WRITE-PRENOTE-ENTRY.
           IF WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX) = "S"
               SET XFR-SAVINGS-PRENOTE TO TRUE
           ELSE
               SET XFR-CHECKING-PRENOTE TO TRUE
           END-IF
           MOVE ZERO TO XFR-AMOUNT
           PERFORM 3150-WRITE-TRANSFER-DETAIL
           ADD 1 TO WS-XFR-PRENOTE-COUNT.
       3300-WRITE-CHEQUE-EXCEPTION.
           MOVE NET-TEACHER-ID   TO RPT-TEACHER-ID
           MOVE WS-TEACHER-NAME  TO RPT-TEACHER-NAME
           MOVE NET-PAY-AMOUNT   TO RPT-NET-AMOUNT
           MOVE WS-CHEQUE-REASON TO RPT-REASON
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-DETAIL
           ADD 1 TO WS-CHEQUE-COUNT
           ADD NET-PAY-AMOUNT TO WS-CHEQUE-TOTAL
           ADD 1 TO WS-PAID-COUNT
           ADD NET-PAY-AMOUNT TO WS-PAID-TOTAL.
       7000-WRITE-CHEQUE-TOTALS.
           MOVE WS-CHEQUE-COUNT      TO RPT-CHEQUE-COUNT
           MOVE WS-CHEQUE-TOTAL      TO RPT-CHEQUE-TOTAL
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-TOTAL-CHEQUES
           MOVE WS-XFR-CREDIT-COUNT  TO RPT-CREDIT-COUNT
           MOVE WS-XFR-CREDIT-TOTAL  TO RPT-CREDIT-TOTAL
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-TOTAL-DEPOSITS
           MOVE WS-XFR-PRENOTE-COUNT TO RPT-PRENOTE-COUNT
           WRITE TEACHER-CHEQUE-REPORT-REC FROM WS-RPT-TOTAL-PRENOTES.
       8000-RELEASE-OR-SUPPRESS-TRANSFER.
           IF NETPAY-TRAILER-FOUND
              AND NET-TRL-RECORD-COUNT = WS-NET-DETAIL-COUNT
              AND NET-TRL-NET-TOTAL    = WS-NET-DETAIL-TOTAL
              AND NET-TRL-NET-TOTAL    = WS-PAID-TOTAL
              AND NET-TRL-RECORD-COUNT = WS-PAID-COUNT
              AND NOT TRANSFER-ERROR
               PERFORM 8290-REWRITE-BANK-FILE
               IF BANK-REWRITE-ERROR
                   PERFORM 8100-SUPPRESS-TRANSFER-FILE
                   DISPLAY "** OPERATOR ALERT ** BANK TRANSFER FILE "
                       "NOT RELEASED, TCHRBANK PRENOTE UPDATE FAILED"
                   DISPLAY "    RESTORE TCHRBANK BEFORE RERUNNING"
               ELSE
                   PERFORM 8050-WRITE-TRANSFER-CONTROL
               END-IF
           ELSE
               PERFORM 8100-SUPPRESS-TRANSFER-FILE
               DISPLAY "** OPERATOR ALERT ** BANK TRANSFER FILE NOT "
                   "RELEASED, CONTROL TOTALS OUT OF BALANCE"
               IF NOT NETPAY-TRAILER-FOUND
                   DISPLAY "    TCHRNETPAY HAS NO TRAILER, PAY CYCLE "
                       "WAS NOT RELEASED"
               ELSE
                   DISPLAY "    NETPAY TRAILER TOTAL : "
                       NET-TRL-NET-TOTAL
               END-IF
               DISPLAY "    NETPAY DETAIL TOTAL  : " WS-NET-DETAIL-TOTAL
               DISPLAY "    DEPOSIT + CHEQUE     : " WS-PAID-TOTAL
               DISPLAY "    TCHRBANK PRENOTE STATUS NOT UPDATED"
           END-IF.
       8050-WRITE-TRANSFER-CONTROL.
           COMPUTE XFR-CTL-ENTRY-COUNT =
               WS-XFR-CREDIT-COUNT + WS-XFR-PRENOTE-COUNT
           MOVE WS-XFR-CREDIT-COUNT  TO XFR-CTL-CREDIT-COUNT
           MOVE WS-XFR-PRENOTE-COUNT TO XFR-CTL-PRENOTE-COUNT
           MOVE WS-XFR-ENTRY-HASH    TO XFR-CTL-ENTRY-HASH
           MOVE WS-XFR-CREDIT-TOTAL  TO XFR-CTL-CREDIT-TOTAL
           MOVE WS-CHEQUE-COUNT      TO XFR-CTL-CHEQUE-COUNT
           MOVE WS-CHEQUE-TOTAL      TO XFR-CTL-CHEQUE-TOTAL
           MOVE NET-TRL-NET-TOTAL    TO XFR-CTL-NETPAY-TOTAL
           MOVE WS-XFR-PAY-DATE      TO XFR-CTL-PAY-DATE
           WRITE TEACHER-TRANSFER-REC FROM WS-XFR-CONTROL
           CLOSE TEACHER-TRANSFER-FILE.
       8100-SUPPRESS-TRANSFER-FILE.
           CLOSE TEACHER-TRANSFER-FILE
           OPEN OUTPUT TEACHER-TRANSFER-FILE
           CLOSE TEACHER-TRANSFER-FILE
           SET TRANSFER-ERROR TO TRUE.
       9000-TERMINATE.
           CLOSE TEACHER
           CLOSE TEACHER-NETPAY-FILE
           CLOSE TEACHER-CHEQUE-REPORT
           DISPLAY "NET-PAY RECORDS READ : " WS-NET-DETAIL-COUNT
           DISPLAY "DIRECT DEPOSITS      : " WS-XFR-CREDIT-COUNT
           DISPLAY "PRENOTES SENT        : " WS-XFR-PRENOTE-COUNT
           DISPLAY "PAY BY CHEQUE        : " WS-CHEQUE-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERBANKXFR"        TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-NET-DETAIL-COUNT     TO WS-RUNLOG-RECORDS-READ
           COMPUTE WS-RUNLOG-RECORDS-WRITTEN =
               WS-XFR-CREDIT-COUNT + WS-XFR-PRENOTE-COUNT
           MOVE WS-CHEQUE-COUNT         TO WS-RUNLOG-EXCEPTIONS
           IF TRANSFER-ERROR
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
       COPY TCHBKLD.
       COPY TEACHERR.

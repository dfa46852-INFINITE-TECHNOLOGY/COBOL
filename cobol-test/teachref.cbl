       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherIntegritySweep.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TEACHFC.
       COPY TCHSTFC.
           SELECT OPTIONAL TEACHER-DEDUCTION-FILE ASSIGN TO "TCHRDED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-FILE-STATUS.
           SELECT OPTIONAL TEACHER-CERT-MASTER-FILE
               ASSIGN TO "TCHRCRTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILE-STATUS.
           SELECT OPTIONAL TEACHER-NETPAY-FILE ASSIGN TO "TCHRNETPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-FILE-STATUS.
           SELECT TEACHER-ORPHAN-ARCHIVE ASSIGN TO "TCHRORPH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORPH-FILE-STATUS.
           SELECT TEACHER-INTEGRITY-REPORT ASSIGN TO "TCHRINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEACHER-AUDIT-FILE ASSIGN TO "TCHRAUD"
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
       FD  TEACHER-DEDUCTION-FILE.
       01  TEACHER-DEDUCTION-REC              PIC X(27).
       FD  TEACHER-CERT-MASTER-FILE.
       01  TEACHER-CERT-MASTER-REC            PIC X(48).
       FD  TEACHER-NETPAY-FILE.
       01  TEACHER-NETPAY-REC                 PIC X(40).
       FD  TEACHER-ORPHAN-ARCHIVE.
       01  TEACHER-ORPHAN-ARCHIVE-REC         PIC X(80).
       FD  TEACHER-INTEGRITY-REPORT.
       01  TEACHER-INTEGRITY-REPORT-REC       PIC X(100).
       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                   PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TEACHWS.
       COPY TCHSTWS.
       COPY TCHDEREC.
       COPY TCHCRREC.
       COPY TCHNPREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-TEACHER-EOF-SW             PIC X(01) VALUE "N".
             88 TEACHER-EOF                VALUE "Y".
          05 WS-TEACHER-FOUND-SW           PIC X(01) VALUE "N".
             88 TEACHER-RECORD-FOUND       VALUE "Y".
             88 TEACHER-RECORD-NOT-FOUND   VALUE "N".
          05 WS-TEACHER-OPEN-SW            PIC X(01) VALUE "N".
             88 TEACHER-FILE-OPENED        VALUE "Y".
          05 WS-NET-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-ORPH-FILE-STATUS           PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-INTEGRITY-ERROR-SW         PIC X(01) VALUE "N".
             88 INTEGRITY-ERROR            VALUE "Y".
          05 WS-STHIST-LOAD-ERROR-SW       PIC X(01) VALUE "N".
             88 STHIST-LOAD-ERROR          VALUE "Y".
          05 WS-CERT-FOUND-SW              PIC X(01) VALUE "N".
             88 CERT-FOUND                 VALUE "Y".
             88 CERT-NOT-FOUND             VALUE "N".
          05 WS-TEACHER-EMPLOYED-SW        PIC X(01) VALUE "N".
             88 TEACHER-EMPLOYED           VALUE "Y".
       01 WS-RUN-MODE                      PIC X(01) VALUE "R".
          88 RUN-MODE-REPORT               VALUE "R".
          88 RUN-MODE-CLEANUP              VALUE "C".
       01 WS-OPERATOR-ID                   PIC X(08) VALUE "INTEGCHK".
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-DATE                  PIC 9(08).
       01 WS-CURRENT-TIME                  PIC 9(08).
       01 WS-EXPECTED-STATUS               PIC X(01) VALUE SPACE.
       01 WS-SWEEP-CONTROL.
          05 WS-SWEEP-FILE-NAME            PIC X(10) VALUE SPACES.
          05 WS-SWEEP-TEACHER-ID           PIC X(09) VALUE SPACES.
          05 WS-SWEEP-ROW-IMAGE            PIC X(48) VALUE SPACES.
          05 WS-SWEEP-ROWS-READ            PIC 9(07) VALUE ZERO.
          05 WS-SWEEP-ORPHAN-COUNT         PIC 9(07) VALUE ZERO.
          05 WS-SWEEP-EOF-SW               PIC X(01) VALUE "N".
             88 SWEEP-EOF                  VALUE "Y".
          05 WS-SWEEP-FILE-ERROR-SW        PIC X(01) VALUE "N".
             88 SWEEP-FILE-ERROR           VALUE "Y".
          05 WS-SWEEP-BUFFER-FULL-SW       PIC X(01) VALUE "N".
             88 SWEEP-BUFFER-FULL          VALUE "Y".
          05 WS-SWEEP-REWRITE-SW           PIC X(01) VALUE "N".
             88 SWEEP-REWRITE-OK           VALUE "Y".
          05 WS-SWEEP-ARCHIVE-ERROR-SW     PIC X(01) VALUE "N".
             88 SWEEP-ARCHIVE-ERROR        VALUE "Y".
          05 WS-SWEEP-IO-STATUS            PIC X(02) VALUE SPACES.
       01 WS-KEEP-TABLE.
          05 WS-KEEP-ROW                   PIC X(48)
                                           OCCURS 2000 TIMES
                                           INDEXED BY WS-KEEP-IDX.
       01 WS-KEEP-COUNT                    PIC 9(04) VALUE ZERO.
       01 WS-ORPHAN-TABLE.
          05 WS-ORPHAN-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-ORB-IDX.
             10 WS-ORB-TEACHER-ID          PIC X(09).
             10 WS-ORB-ROW                 PIC X(48).
       01 WS-ORPHAN-BUFFER-COUNT           PIC 9(03) VALUE ZERO.
       01 WS-ORPHAN-ARCHIVE-RECORD.
          05 ORPH-SOURCE-FILE              PIC X(10).
          05 ORPH-RUN-DATE                 PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 ORPH-ROW-IMAGE                PIC X(48).
          05 FILLER                        PIC X(13) VALUE SPACES.
       01 WS-REMOVED-IMAGE.
          05 RMV-SOURCE-FILE               PIC X(10).
          05 RMV-ROW-IMAGE                 PIC X(48).
          05 FILLER                        PIC X(42) VALUE SPACES.
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
       01 WS-INTEGRITY-COUNTS.
          05 WS-TEACHERS-SCANNED           PIC 9(07) VALUE ZERO.
          05 WS-NO-DEDUCTION-COUNT         PIC 9(07) VALUE ZERO.
          05 WS-NO-CERT-COUNT              PIC 9(07) VALUE ZERO.
          05 WS-STATUS-MISMATCH-COUNT      PIC 9(07) VALUE ZERO.
          05 WS-DED-ORPHAN-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-CRT-ORPHAN-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-STH-ORPHAN-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-NET-ORPHAN-COUNT           PIC 9(07) VALUE ZERO.
          05 WS-ROWS-READ-COUNT            PIC 9(09) VALUE ZERO.
          05 WS-ROWS-REMOVED-COUNT         PIC 9(09) VALUE ZERO.
          05 WS-FINDING-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-RPT-TITLE.
          05 FILLER                        PIC X(32) VALUE
             "TEACHER FILE INTEGRITY SWEEP - ".
          05 RPT-TITLE-DATE                PIC 9(08).
          05 FILLER                        PIC X(08) VALUE "  MODE: ".
          05 RPT-TITLE-MODE                PIC X(20).
       01 WS-RPT-SECTION-HEADING.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-SECTION-TEXT              PIC X(60).
       01 WS-RPT-COLUMN-HEADING            PIC X(60) VALUE
          " TEACHER-ID FILE       CONDITION".
       01 WS-RPT-DETAIL.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-TEACHER-ID                PIC X(09).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 RPT-SOURCE-FILE               PIC X(10).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-CONDITION                 PIC X(60).
       01 WS-RPT-STATUS-LINE.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-STATUS-FILE               PIC X(10).
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-STATUS-TEXT               PIC X(60).
       01 WS-RPT-TOTAL-LINE.
          05 FILLER                        PIC X(01) VALUE SPACES.
          05 RPT-TOTAL-LABEL               PIC X(40).
          05 RPT-TOTAL-COUNT               PIC ZZZZZZ9.
       01 WS-RPT-BLANK-LINE                PIC X(01) VALUE SPACE.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT TEACHER-EOF
               PERFORM 2000-CHECK-TEACHER-RECORDS UNTIL TEACHER-EOF
           END-IF
           IF TEACHER-FILE-OPENED
               PERFORM 3000-SWEEP-DEDUCTION-FILE
               PERFORM 3200-SWEEP-CERT-FILE
               PERFORM 3400-SWEEP-STATUS-FILE
               PERFORM 3600-SWEEP-NETPAY-FILE
           END-IF
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           DISPLAY "INTEGRITY SWEEP RUN MODE "
               "(R=REPORT ONLY, C=CLEANUP ORPHANS)"
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE = SPACE
               SET RUN-MODE-REPORT TO TRUE
           END-IF
           IF NOT RUN-MODE-REPORT AND NOT RUN-MODE-CLEANUP
               DISPLAY "** OPERATOR ALERT ** RUN MODE '" WS-RUN-MODE
                   "' NOT RECOGNIZED, REPORT ONLY"
               SET RUN-MODE-REPORT TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           PERFORM 8500-LOAD-DEDUCTION-TABLE
           PERFORM 8400-LOAD-CERT-TABLE
           PERFORM 8600-LOAD-STATUS-HISTORY
           IF WS-STHIST-FILE-STATUS NOT = "00"
               SET STHIST-LOAD-ERROR TO TRUE
           END-IF
           IF DED-LOAD-ERROR OR CERT-LOAD-ERROR OR STHIST-LOAD-ERROR
               SET INTEGRITY-ERROR TO TRUE
           END-IF
           OPEN OUTPUT TEACHER-INTEGRITY-REPORT
           MOVE WS-RUN-DATE TO RPT-TITLE-DATE
           IF RUN-MODE-CLEANUP
               MOVE "CLEANUP ORPHANS" TO RPT-TITLE-MODE
               OPEN EXTEND TEACHER-ORPHAN-ARCHIVE
               IF WS-ORPH-FILE-STATUS = "35"
                   OPEN OUTPUT TEACHER-ORPHAN-ARCHIVE
               END-IF
               OPEN EXTEND TEACHER-AUDIT-FILE
           ELSE
               MOVE "REPORT ONLY" TO RPT-TITLE-MODE
           END-IF
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TITLE
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE "TEACHER RECORD CHECKS" TO RPT-SECTION-TEXT
           WRITE TEACHER-INTEGRITY-REPORT-REC
               FROM WS-RPT-SECTION-HEADING
           WRITE TEACHER-INTEGRITY-REPORT-REC
               FROM WS-RPT-COLUMN-HEADING
           MOVE "OPEN" TO WS-TEACHER-LAST-OP
           OPEN INPUT TEACHER
           PERFORM 8900-CHECK-TEACHER-FILE-STATUS
           IF SOMEFILESTATUS1 NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TEACHER NOT AVAILABLE, "
                   "NO INTEGRITY CHECKS OR CLEANUP PERFORMED"
               SET INTEGRITY-ERROR TO TRUE
               SET TEACHER-EOF TO TRUE
           ELSE
               SET TEACHER-FILE-OPENED TO TRUE
               MOVE LOW-VALUES TO SOMEDATANAME
               START TEACHER KEY IS NOT LESS THAN SOMEDATANAME
                   INVALID KEY
                       SET TEACHER-EOF TO TRUE
               END-START
           END-IF
           IF NOT TEACHER-EOF
               PERFORM 2100-READ-TEACHER
           END-IF.
       2000-CHECK-TEACHER-RECORDS.
           ADD 1 TO WS-TEACHERS-SCANNED
           ADD 1 TO WS-ROWS-READ-COUNT
           MOVE SOMEDATANAME TO WS-ASOF-TEACHER-ID
           PERFORM 8700-FIND-STATUS-AS-OF
           MOVE "N" TO WS-TEACHER-EMPLOYED-SW
           IF ASOF-STATUS-FOUND
               IF ASOF-IS-EMPLOYED
                   SET TEACHER-EMPLOYED TO TRUE
               END-IF
           ELSE
               IF TEACHER-ACTIVE
                   SET TEACHER-EMPLOYED TO TRUE
               END-IF
           END-IF
           IF TEACHER-ACTIVE AND NOT DED-LOAD-ERROR
               PERFORM 8580-FIND-DEDUCTION-ENTRY
               IF DED-NOT-FOUND
                   MOVE "ACTIVE TEACHER HAS NO DEDUCTION MASTER"
                       TO RPT-CONDITION
                   MOVE "TCHRDED" TO RPT-SOURCE-FILE
                   PERFORM 2500-WRITE-TEACHER-FINDING
                   ADD 1 TO WS-NO-DEDUCTION-COUNT
               END-IF
           END-IF
           IF TEACHER-EMPLOYED AND NOT CERT-LOAD-ERROR
               PERFORM 2200-FIND-CERT-ENTRY
               IF CERT-NOT-FOUND
                   MOVE "EMPLOYED TEACHER HAS NO CERTIFICATION"
                       TO RPT-CONDITION
                   MOVE "TCHRCRTM" TO RPT-SOURCE-FILE
                   PERFORM 2500-WRITE-TEACHER-FINDING
                   ADD 1 TO WS-NO-CERT-COUNT
               END-IF
           END-IF
           IF ASOF-STATUS-FOUND
               PERFORM 2300-CHECK-STATUS-BYTE
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
       2200-FIND-CERT-ENTRY.
           SET CERT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CERT-TABLE-COUNT
                      OR CERT-FOUND
               IF WS-CRT-TEACHER-ID(WS-CRT-IDX) = SOMEDATANAME
                  SET CERT-FOUND TO TRUE
               END-IF
           END-PERFORM.
       2300-CHECK-STATUS-BYTE.
           IF ASOF-IS-EMPLOYED
               MOVE "A" TO WS-EXPECTED-STATUS
           ELSE
               MOVE "I" TO WS-EXPECTED-STATUS
           END-IF
           IF TEACHER-STATUS NOT = WS-EXPECTED-STATUS
               MOVE SPACES TO RPT-CONDITION
               STRING "STATUS BYTE '" DELIMITED BY SIZE
                      TEACHER-STATUS DELIMITED BY SIZE
                      "' BUT TCHRSTAT IS " DELIMITED BY SIZE
                      WS-ASOF-STATUS-CODE DELIMITED BY SIZE
                      " FROM " DELIMITED BY SIZE
                      WS-ASOF-BEST-DATE DELIMITED BY SIZE
                      INTO RPT-CONDITION
               END-STRING
               MOVE "TCHRSTAT" TO RPT-SOURCE-FILE
               PERFORM 2500-WRITE-TEACHER-FINDING
               ADD 1 TO WS-STATUS-MISMATCH-COUNT
           END-IF.
       2500-WRITE-TEACHER-FINDING.
           MOVE SOMEDATANAME TO RPT-TEACHER-ID
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-DETAIL
           ADD 1 TO WS-FINDING-COUNT.
       3000-SWEEP-DEDUCTION-FILE.
           MOVE "TCHRDED" TO WS-SWEEP-FILE-NAME
           PERFORM 4000-START-SWEEP
           OPEN INPUT TEACHER-DEDUCTION-FILE
           IF WS-DED-FILE-STATUS NOT = "00"
              AND WS-DED-FILE-STATUS NOT = "05"
               PERFORM 4050-SWEEP-OPEN-FAILED
           ELSE
               PERFORM 3050-READ-DEDUCTION-ROW UNTIL SWEEP-EOF
               CLOSE TEACHER-DEDUCTION-FILE
           END-IF
           MOVE WS-SWEEP-ORPHAN-COUNT TO WS-DED-ORPHAN-COUNT
           PERFORM 4500-PREPARE-CLEANUP
           IF SWEEP-REWRITE-OK
               PERFORM 3080-REWRITE-DEDUCTION-FILE
               PERFORM 4680-FINISH-CLEANUP
           END-IF.
       3050-READ-DEDUCTION-ROW.
           READ TEACHER-DEDUCTION-FILE INTO WS-DEDUCTION-RECORD
               AT END SET SWEEP-EOF TO TRUE
           END-READ
           IF NOT SWEEP-EOF
               MOVE DED-TEACHER-ID        TO WS-SWEEP-TEACHER-ID
               MOVE TEACHER-DEDUCTION-REC TO WS-SWEEP-ROW-IMAGE
               PERFORM 4100-CHECK-SWEEP-ROW
           END-IF.
       3080-REWRITE-DEDUCTION-FILE.
           OPEN OUTPUT TEACHER-DEDUCTION-FILE
           MOVE WS-DED-FILE-STATUS TO WS-SWEEP-IO-STATUS
           PERFORM 4650-CHECK-REWRITE-STATUS
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                      OR SWEEP-FILE-ERROR
               WRITE TEACHER-DEDUCTION-REC FROM WS-KEEP-ROW(WS-KEEP-IDX)
               MOVE WS-DED-FILE-STATUS TO WS-SWEEP-IO-STATUS
               PERFORM 4650-CHECK-REWRITE-STATUS
           END-PERFORM
           CLOSE TEACHER-DEDUCTION-FILE.
       3200-SWEEP-CERT-FILE.
           MOVE "TCHRCRTM" TO WS-SWEEP-FILE-NAME
           PERFORM 4000-START-SWEEP
           OPEN INPUT TEACHER-CERT-MASTER-FILE
           IF WS-CRT-FILE-STATUS NOT = "00"
              AND WS-CRT-FILE-STATUS NOT = "05"
               PERFORM 4050-SWEEP-OPEN-FAILED
           ELSE
               PERFORM 3250-READ-CERT-ROW UNTIL SWEEP-EOF
               CLOSE TEACHER-CERT-MASTER-FILE
           END-IF
           MOVE WS-SWEEP-ORPHAN-COUNT TO WS-CRT-ORPHAN-COUNT
           PERFORM 4500-PREPARE-CLEANUP
           IF SWEEP-REWRITE-OK
               PERFORM 3280-REWRITE-CERT-FILE
               PERFORM 4680-FINISH-CLEANUP
           END-IF.
       3250-READ-CERT-ROW.
           READ TEACHER-CERT-MASTER-FILE INTO WS-CERT-RECORD
               AT END SET SWEEP-EOF TO TRUE
           END-READ
           IF NOT SWEEP-EOF
               MOVE CERT-TEACHER-ID         TO WS-SWEEP-TEACHER-ID
               MOVE TEACHER-CERT-MASTER-REC TO WS-SWEEP-ROW-IMAGE
               PERFORM 4100-CHECK-SWEEP-ROW
           END-IF.
       3280-REWRITE-CERT-FILE.
           OPEN OUTPUT TEACHER-CERT-MASTER-FILE
           MOVE WS-CRT-FILE-STATUS TO WS-SWEEP-IO-STATUS
           PERFORM 4650-CHECK-REWRITE-STATUS
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                      OR SWEEP-FILE-ERROR
               WRITE TEACHER-CERT-MASTER-REC
                   FROM WS-KEEP-ROW(WS-KEEP-IDX)
               MOVE WS-CRT-FILE-STATUS TO WS-SWEEP-IO-STATUS
               PERFORM 4650-CHECK-REWRITE-STATUS
           END-PERFORM
           CLOSE TEACHER-CERT-MASTER-FILE.
       3400-SWEEP-STATUS-FILE.
           MOVE "TCHRSTAT" TO WS-SWEEP-FILE-NAME
           PERFORM 4000-START-SWEEP
           OPEN INPUT TEACHER-STATUS-FILE
           IF WS-STHIST-FILE-STATUS NOT = "00"
              AND WS-STHIST-FILE-STATUS NOT = "05"
               PERFORM 4050-SWEEP-OPEN-FAILED
           ELSE
               PERFORM 3450-READ-STATUS-ROW UNTIL SWEEP-EOF
               CLOSE TEACHER-STATUS-FILE
           END-IF
           MOVE WS-SWEEP-ORPHAN-COUNT TO WS-STH-ORPHAN-COUNT
           PERFORM 4500-PREPARE-CLEANUP
           IF SWEEP-REWRITE-OK
               PERFORM 3480-REWRITE-STATUS-FILE
               PERFORM 4680-FINISH-CLEANUP
           END-IF.
       3450-READ-STATUS-ROW.
           READ TEACHER-STATUS-FILE INTO WS-STATUS-HISTORY-RECORD
               AT END SET SWEEP-EOF TO TRUE
           END-READ
           IF NOT SWEEP-EOF
               MOVE STAT-TEACHER-ID    TO WS-SWEEP-TEACHER-ID
               MOVE TEACHER-STATUS-REC TO WS-SWEEP-ROW-IMAGE
               PERFORM 4100-CHECK-SWEEP-ROW
           END-IF.
       3480-REWRITE-STATUS-FILE.
           OPEN OUTPUT TEACHER-STATUS-FILE
           MOVE WS-STHIST-FILE-STATUS TO WS-SWEEP-IO-STATUS
           PERFORM 4650-CHECK-REWRITE-STATUS
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
                      OR SWEEP-FILE-ERROR
               WRITE TEACHER-STATUS-REC FROM WS-KEEP-ROW(WS-KEEP-IDX)
               MOVE WS-STHIST-FILE-STATUS TO WS-SWEEP-IO-STATUS
               PERFORM 4650-CHECK-REWRITE-STATUS
           END-PERFORM
           CLOSE TEACHER-STATUS-FILE.
       3600-SWEEP-NETPAY-FILE.
           MOVE "TCHRNETPAY" TO WS-SWEEP-FILE-NAME
           PERFORM 4000-START-SWEEP
           OPEN INPUT TEACHER-NETPAY-FILE
           IF WS-NET-FILE-STATUS NOT = "00"
              AND WS-NET-FILE-STATUS NOT = "05"
               PERFORM 4050-SWEEP-OPEN-FAILED
           ELSE
               PERFORM 3650-READ-NETPAY-ROW UNTIL SWEEP-EOF
               CLOSE TEACHER-NETPAY-FILE
           END-IF
           MOVE WS-SWEEP-ORPHAN-COUNT TO WS-NET-ORPHAN-COUNT
           IF WS-SWEEP-ORPHAN-COUNT > ZERO
               MOVE "PAY FEED ORPHANS REPORTED ONLY, NOT REMOVED"
                   TO RPT-STATUS-TEXT
               PERFORM 4900-WRITE-SWEEP-STATUS
           END-IF.
       3650-READ-NETPAY-ROW.
           READ TEACHER-NETPAY-FILE INTO WS-NETPAY-DETAIL
               AT END SET SWEEP-EOF TO TRUE
           END-READ
           IF NOT SWEEP-EOF AND NET-RECORD-TYPE = "D"
               MOVE NET-TEACHER-ID     TO WS-SWEEP-TEACHER-ID
               MOVE TEACHER-NETPAY-REC TO WS-SWEEP-ROW-IMAGE
               PERFORM 4100-CHECK-SWEEP-ROW
           END-IF.
       4000-START-SWEEP.
           MOVE ZERO TO WS-SWEEP-ROWS-READ
           MOVE ZERO TO WS-SWEEP-ORPHAN-COUNT
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE ZERO TO WS-ORPHAN-BUFFER-COUNT
           MOVE "N" TO WS-SWEEP-EOF-SW
           MOVE "N" TO WS-SWEEP-FILE-ERROR-SW
           MOVE "N" TO WS-SWEEP-BUFFER-FULL-SW
           MOVE "N" TO WS-SWEEP-REWRITE-SW
           MOVE "N" TO WS-SWEEP-ARCHIVE-ERROR-SW
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-TEXT
           STRING "ORPHAN ROWS ON " DELIMITED BY SIZE
                  WS-SWEEP-FILE-NAME DELIMITED BY SPACE
                  INTO RPT-SECTION-TEXT
           END-STRING
           WRITE TEACHER-INTEGRITY-REPORT-REC
               FROM WS-RPT-SECTION-HEADING
           WRITE TEACHER-INTEGRITY-REPORT-REC
               FROM WS-RPT-COLUMN-HEADING.
       4050-SWEEP-OPEN-FAILED.
           DISPLAY "** OPERATOR ALERT ** " WS-SWEEP-FILE-NAME
               " OPEN FAILED, FILE NOT SWEPT"
           SET SWEEP-FILE-ERROR TO TRUE
           SET INTEGRITY-ERROR TO TRUE
           MOVE "FILE COULD NOT BE OPENED, NOT SWEPT"
               TO RPT-STATUS-TEXT
           PERFORM 4900-WRITE-SWEEP-STATUS.
       4100-CHECK-SWEEP-ROW.
           ADD 1 TO WS-SWEEP-ROWS-READ
           ADD 1 TO WS-ROWS-READ-COUNT
           MOVE WS-SWEEP-TEACHER-ID TO SOMEDATANAME
           MOVE "READ" TO WS-TEACHER-LAST-OP
           READ TEACHER
               INVALID KEY
                   SET TEACHER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET TEACHER-RECORD-FOUND TO TRUE
           END-READ
           IF TEACHER-RECORD-FOUND
               PERFORM 4200-KEEP-SWEEP-ROW
           ELSE
               IF SOMEFILESTATUS1 NOT = "23"
                   PERFORM 8900-CHECK-TEACHER-FILE-STATUS
                   SET SWEEP-FILE-ERROR TO TRUE
                   SET INTEGRITY-ERROR TO TRUE
                   PERFORM 4200-KEEP-SWEEP-ROW
               ELSE
                   PERFORM 4300-RECORD-ORPHAN-ROW
               END-IF
           END-IF.
       4200-KEEP-SWEEP-ROW.
           IF WS-KEEP-COUNT < 2000
               ADD 1 TO WS-KEEP-COUNT
               SET WS-KEEP-IDX TO WS-KEEP-COUNT
               MOVE WS-SWEEP-ROW-IMAGE TO WS-KEEP-ROW(WS-KEEP-IDX)
           ELSE
               SET SWEEP-BUFFER-FULL TO TRUE
           END-IF.
       4300-RECORD-ORPHAN-ROW.
           ADD 1 TO WS-SWEEP-ORPHAN-COUNT
           ADD 1 TO WS-FINDING-COUNT
           MOVE WS-SWEEP-TEACHER-ID TO RPT-TEACHER-ID
           MOVE WS-SWEEP-FILE-NAME  TO RPT-SOURCE-FILE
           MOVE "ORPHAN ROW - TEACHER NOT ON FILE" TO RPT-CONDITION
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-DETAIL
           IF WS-ORPHAN-BUFFER-COUNT < 500
               ADD 1 TO WS-ORPHAN-BUFFER-COUNT
               SET WS-ORB-IDX TO WS-ORPHAN-BUFFER-COUNT
               MOVE WS-SWEEP-TEACHER-ID
                   TO WS-ORB-TEACHER-ID(WS-ORB-IDX)
               MOVE WS-SWEEP-ROW-IMAGE TO WS-ORB-ROW(WS-ORB-IDX)
           ELSE
               SET SWEEP-BUFFER-FULL TO TRUE
           END-IF.
       4500-PREPARE-CLEANUP.
           EVALUATE TRUE
               WHEN WS-SWEEP-ORPHAN-COUNT = ZERO
                   IF NOT SWEEP-FILE-ERROR
                       MOVE "NO ORPHAN ROWS" TO RPT-STATUS-TEXT
                       PERFORM 4900-WRITE-SWEEP-STATUS
                   END-IF
               WHEN RUN-MODE-REPORT
                   MOVE "ORPHANS REPORTED, NOT REMOVED (REPORT ONLY)"
                       TO RPT-STATUS-TEXT
                   PERFORM 4900-WRITE-SWEEP-STATUS
               WHEN SWEEP-FILE-ERROR
                   MOVE "ORPHANS NOT REMOVED - FILE ERROR IN SWEEP"
                       TO RPT-STATUS-TEXT
                   PERFORM 4900-WRITE-SWEEP-STATUS
               WHEN SWEEP-BUFFER-FULL
                   DISPLAY "** OPERATOR ALERT ** " WS-SWEEP-FILE-NAME
                       " TOO LARGE FOR CLEANUP, ORPHANS NOT REMOVED"
                   SET INTEGRITY-ERROR TO TRUE
                   MOVE "ORPHANS NOT REMOVED - FILE TOO LARGE"
                       TO RPT-STATUS-TEXT
                   PERFORM 4900-WRITE-SWEEP-STATUS
               WHEN OTHER
                   PERFORM 4600-ARCHIVE-ORPHAN-ROWS
           END-EVALUATE.
       4600-ARCHIVE-ORPHAN-ROWS.
           PERFORM VARYING WS-ORB-IDX FROM 1 BY 1
                   UNTIL WS-ORB-IDX > WS-ORPHAN-BUFFER-COUNT
                      OR SWEEP-ARCHIVE-ERROR
               MOVE WS-SWEEP-FILE-NAME    TO ORPH-SOURCE-FILE
               MOVE WS-RUN-DATE           TO ORPH-RUN-DATE
               MOVE WS-ORB-ROW(WS-ORB-IDX) TO ORPH-ROW-IMAGE
               WRITE TEACHER-ORPHAN-ARCHIVE-REC
                   FROM WS-ORPHAN-ARCHIVE-RECORD
               IF WS-ORPH-FILE-STATUS NOT = "00"
                   SET SWEEP-ARCHIVE-ERROR TO TRUE
               END-IF
           END-PERFORM
           IF SWEEP-ARCHIVE-ERROR
               DISPLAY "** OPERATOR ALERT ** TCHRORPH WRITE FAILED, "
                   "STATUS=" WS-ORPH-FILE-STATUS ", "
                   WS-SWEEP-FILE-NAME " ORPHANS NOT REMOVED"
               SET INTEGRITY-ERROR TO TRUE
               MOVE "ORPHANS NOT REMOVED - ARCHIVE WRITE FAILED"
                   TO RPT-STATUS-TEXT
               PERFORM 4900-WRITE-SWEEP-STATUS
           ELSE
               SET SWEEP-REWRITE-OK TO TRUE
           END-IF.
       4650-CHECK-REWRITE-STATUS.
           IF WS-SWEEP-IO-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** " WS-SWEEP-FILE-NAME
                   " REWRITE FAILED, STATUS=" WS-SWEEP-IO-STATUS
                   ", RESTORE " WS-SWEEP-FILE-NAME " FROM BACKUP"
               SET SWEEP-FILE-ERROR TO TRUE
               SET INTEGRITY-ERROR TO TRUE
           END-IF.
       4680-FINISH-CLEANUP.
           IF SWEEP-FILE-ERROR
               MOVE "REWRITE FAILED - ORPHANS NOT REMOVED, RESTORE FILE"
                   TO RPT-STATUS-TEXT
               PERFORM 4900-WRITE-SWEEP-STATUS
           ELSE
               PERFORM 4700-AUDIT-REMOVED-ROWS
           END-IF.
       4700-AUDIT-REMOVED-ROWS.
           PERFORM VARYING WS-ORB-IDX FROM 1 BY 1
                   UNTIL WS-ORB-IDX > WS-ORPHAN-BUFFER-COUNT
               MOVE WS-SWEEP-FILE-NAME     TO RMV-SOURCE-FILE
               MOVE WS-ORB-ROW(WS-ORB-IDX) TO RMV-ROW-IMAGE
               PERFORM 8000-WRITE-AUDIT-RECORD
               ADD 1 TO WS-ROWS-REMOVED-COUNT
           END-PERFORM
           MOVE SPACES TO RPT-STATUS-TEXT
           STRING "ORPHANS ARCHIVED TO TCHRORPH AND REMOVED: "
                      DELIMITED BY SIZE
                  WS-ORPHAN-BUFFER-COUNT DELIMITED BY SIZE
                  INTO RPT-STATUS-TEXT
           END-STRING
           PERFORM 4900-WRITE-SWEEP-STATUS.
       4900-WRITE-SWEEP-STATUS.
           MOVE WS-SWEEP-FILE-NAME TO RPT-STATUS-FILE
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-STATUS-LINE.
       7000-WRITE-TOTALS.
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-BLANK-LINE
           MOVE "TEACHERS CHECKED                  : "
               TO RPT-TOTAL-LABEL
           MOVE WS-TEACHERS-SCANNED TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ACTIVE, NO DEDUCTION MASTER       : "
               TO RPT-TOTAL-LABEL
           MOVE WS-NO-DEDUCTION-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "EMPLOYED, NO CERTIFICATION        : "
               TO RPT-TOTAL-LABEL
           MOVE WS-NO-CERT-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "STATUS BYTE DISAGREES WITH TCHRSTAT: "
               TO RPT-TOTAL-LABEL
           MOVE WS-STATUS-MISMATCH-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ORPHAN ROWS ON TCHRDED            : "
               TO RPT-TOTAL-LABEL
           MOVE WS-DED-ORPHAN-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ORPHAN ROWS ON TCHRCRTM           : "
               TO RPT-TOTAL-LABEL
           MOVE WS-CRT-ORPHAN-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ORPHAN ROWS ON TCHRSTAT           : "
               TO RPT-TOTAL-LABEL
           MOVE WS-STH-ORPHAN-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ORPHAN ROWS ON TCHRNETPAY         : "
               TO RPT-TOTAL-LABEL
           MOVE WS-NET-ORPHAN-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "ORPHAN ROWS REMOVED               : "
               TO RPT-TOTAL-LABEL
           MOVE WS-ROWS-REMOVED-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-INTEGRITY-REPORT-REC FROM WS-RPT-TOTAL-LINE
           IF INTEGRITY-ERROR
               MOVE "** SWEEP INCOMPLETE - SEE OPERATOR ALERTS **"
                   TO RPT-TOTAL-LABEL
               MOVE ZERO TO RPT-TOTAL-COUNT
               WRITE TEACHER-INTEGRITY-REPORT-REC
                   FROM WS-RPT-TOTAL-LINE
           END-IF.
       8000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE   TO AUDIT-DATE
           MOVE WS-CURRENT-TIME   TO AUDIT-TIME
           MOVE WS-OPERATOR-ID    TO AUDIT-OPERATOR-ID
           MOVE "O"               TO AUDIT-ACTION
           MOVE WS-ORB-TEACHER-ID(WS-ORB-IDX) TO AUDIT-KEY
           MOVE WS-REMOVED-IMAGE  TO AUDIT-BEFORE-IMAGE
           MOVE SPACES            TO AUDIT-AFTER-IMAGE
           WRITE TEACHER-AUDIT-RECORD FROM WS-AUDIT-LINE.
       9000-TERMINATE.
           IF TEACHER-FILE-OPENED
               CLOSE TEACHER
           END-IF
           IF RUN-MODE-CLEANUP
               CLOSE TEACHER-ORPHAN-ARCHIVE
               CLOSE TEACHER-AUDIT-FILE
           END-IF
           CLOSE TEACHER-INTEGRITY-REPORT
           DISPLAY "INTEGRITY SWEEP COMPLETE, TEACHERS CHECKED: "
               WS-TEACHERS-SCANNED
           DISPLAY "FINDINGS REPORTED   : " WS-FINDING-COUNT
           DISPLAY "ORPHAN ROWS REMOVED : " WS-ROWS-REMOVED-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE "TEACHERINTEGRITY"     TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-ROWS-READ-COUNT    TO WS-RUNLOG-RECORDS-READ
           MOVE WS-ROWS-REMOVED-COUNT TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-FINDING-COUNT      TO WS-RUNLOG-EXCEPTIONS
           IF INTEGRITY-ERROR
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
       COPY TCHDELD.
       COPY TCHCRLD.
       COPY TCHSTLD.
       COPY TEACHERR.

       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     TeacherAccessReport.
       ENVIRONMENT     DIVISION.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.
       COPY TCHOPFC.
       COPY TCHSVFC.
           SELECT TEACHER-ACCESS-REPORT ASSIGN TO "TCHRSECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  TEACHER-OPERATOR-FILE.
       COPY TCHOPFD.
       FD  TEACHER-SECURITY-LOG.
       COPY TCHSVFD.
       FD  TEACHER-ACCESS-REPORT.
       01  TEACHER-ACCESS-REPORT-REC            PIC X(100).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-REC                     PIC X(70).
       WORKING-STORAGE SECTION.
       COPY TCHOPREC.
       COPY RUNLOG.
       01 WS-TEACHER-SWITCHES.
          05 WS-SECV-EOF-SW                PIC X(01) VALUE "N".
             88 SECV-EOF                   VALUE "Y".
          05 WS-SECV-OPEN-ERROR-SW         PIC X(01) VALUE "N".
             88 SECV-OPEN-FAILED           VALUE "Y".
          05 WS-RUNLOG-EOF-SW              PIC X(01) VALUE "N".
             88 RUNLOG-EOF                 VALUE "Y".
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.
          05 WS-PRIOR-RUN-SW               PIC X(01) VALUE "N".
             88 PRIOR-RUN-FOUND            VALUE "Y".
          05 WS-REPORT-ERROR-SW            PIC X(01) VALUE "N".
             88 REPORT-ERROR               VALUE "Y".
       01 WS-JOB-NAME                      PIC X(20) VALUE
          "TEACHERACCESSREPORT".
       01 WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
       01 WS-LAST-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-LAST-RUN-TIME                 PIC 9(08) VALUE ZERO.
       01 WS-RIGHT-SUB                     PIC 9(01) VALUE ZERO.
       01 WS-OPERATOR-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-OPERATOR-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-VIOLATION-READ-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-VIOLATION-LISTED-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-LINES-WRITTEN-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-RPT-TITLE.
          05 FILLER                        PIC X(40) VALUE
             "TEACHER SYSTEM OPERATOR ACCESS REVIEW - ".
          05 RPT-TITLE-DATE                PIC 9(08).
       01 WS-RPT-OPR-HEADING1              PIC X(60) VALUE
          "OPERATORS AND RIGHTS HELD (Y = GRANTED)".
       01 WS-RPT-OPR-HEADING2.
          05 FILLER                        PIC X(09) VALUE "OPERATOR".
          05 FILLER                        PIC X(31) VALUE "NAME".
          05 FILLER                        PIC X(04) VALUE "ACT".
          05 FILLER                        PIC X(09) VALUE "EXPIRES".
          05 FILLER                        PIC X(32) VALUE
             "ADD UPD DEL STA DED CRT PUR MAS ".
          05 FILLER                        PIC X(08) VALUE "REMARK".
       01 WS-RPT-OPR-DETAIL.
          05 RPT-OPR-ID                    PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-OPR-NAME                  PIC X(30).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 RPT-OPR-ACTIVE                PIC X(01).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 RPT-OPR-EXPIRY                PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-OPR-RIGHTS-AREA.
             10 RPT-OPR-RIGHT-COL OCCURS 8 TIMES.
                15 FILLER                  PIC X(01).
                15 RPT-OPR-RIGHT           PIC X(01).
                15 FILLER                  PIC X(02).
          05 RPT-OPR-REMARK                PIC X(15).
       01 WS-RPT-OPR-NONE                  PIC X(60) VALUE
          "NO OPERATORS ON THE SECURITY FILE".
       01 WS-RPT-VIOL-HEADING1.
          05 FILLER                        PIC X(38) VALUE
             "SECURITY VIOLATIONS SINCE LAST RUN OF ".
          05 RPT-VIOL-SINCE-DATE           PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-SINCE-TIME           PIC X(08).
       01 WS-RPT-VIOL-HEADING-ALL          PIC X(60) VALUE
          "SECURITY VIOLATIONS - NO PRIOR RUN, ALL ENTRIES LISTED".
       01 WS-RPT-VIOL-HEADING2.
          05 FILLER                        PIC X(09) VALUE "DATE".
          05 FILLER                        PIC X(09) VALUE "TIME".
          05 FILLER                        PIC X(09) VALUE "OPERATOR".
          05 FILLER                        PIC X(21) VALUE "PROGRAM".
          05 FILLER                        PIC X(11) VALUE "RIGHT".
          05 FILLER                        PIC X(20) VALUE "REASON".
       01 WS-RPT-VIOL-DETAIL.
          05 RPT-VIOL-DATE                 PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-TIME                 PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-OPERATOR             PIC X(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-PROGRAM              PIC X(20).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-RIGHT                PIC X(10).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 RPT-VIOL-REASON               PIC X(20).
       01 WS-RPT-VIOL-NONE                 PIC X(60) VALUE
          "NO SECURITY VIOLATIONS RECORDED IN THIS PERIOD".
       01 WS-RPT-TOTAL-LINE.
          05 RPT-TOTAL-LABEL               PIC X(30).
          05 RPT-TOTAL-COUNT               PIC ZZZZZZ9.
       01 WS-RPT-BLANK-LINE                PIC X(01) VALUE SPACE.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-OPERATORS
           PERFORM 3000-LIST-VIOLATIONS
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-FIND-LAST-RUN
           OPEN OUTPUT TEACHER-ACCESS-REPORT
           MOVE WS-RUN-DATE TO RPT-TITLE-DATE
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-TITLE
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-BLANK-LINE
           ADD 2 TO WS-LINES-WRITTEN-COUNT.
       1100-FIND-LAST-RUN.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               SET RUNLOG-EOF TO TRUE
           END-IF
           PERFORM 1150-READ-RUN-LOG-RECORD UNTIL RUNLOG-EOF
           IF WS-RUNLOG-FILE-STATUS = "00" OR "05" OR "10"
               CLOSE RUN-LOG-FILE
           END-IF.
       1150-READ-RUN-LOG-RECORD.
           READ RUN-LOG-FILE INTO WS-RUN-LOG-RECORD
               AT END SET RUNLOG-EOF TO TRUE
           END-READ
           IF NOT RUNLOG-EOF
              AND WS-RUNLOG-JOB-NAME = WS-JOB-NAME
              AND WS-RUNLOG-STATUS-OK
               SET PRIOR-RUN-FOUND TO TRUE
               MOVE WS-RUNLOG-DATE TO WS-LAST-RUN-DATE
               MOVE WS-RUNLOG-TIME TO WS-LAST-RUN-TIME
           END-IF.
       2000-LIST-OPERATORS.
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-OPR-HEADING1
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-OPR-HEADING2
           ADD 2 TO WS-LINES-WRITTEN-COUNT
           MOVE "N" TO WS-OPR-LOAD-EOF-SW
           OPEN INPUT TEACHER-OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHROPR OPEN FAILED, "
                   "STATUS=" WS-OPR-FILE-STATUS
               SET REPORT-ERROR TO TRUE
           ELSE
               PERFORM 2100-READ-OPERATOR-ENTRY UNTIL OPR-LOAD-EOF
               CLOSE TEACHER-OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-COUNT = ZERO
               WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-OPR-NONE
               ADD 1 TO WS-LINES-WRITTEN-COUNT
           END-IF
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-BLANK-LINE
           ADD 1 TO WS-LINES-WRITTEN-COUNT.
       2100-READ-OPERATOR-ENTRY.
           READ TEACHER-OPERATOR-FILE INTO WS-OPERATOR-RECORD
               AT END SET OPR-LOAD-EOF TO TRUE
           END-READ
           IF NOT OPR-LOAD-EOF AND OPR-OPERATOR-ID NOT = SPACES
               PERFORM 2200-WRITE-OPERATOR-LINE
           END-IF.
       2200-WRITE-OPERATOR-LINE.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE OPR-OPERATOR-ID   TO RPT-OPR-ID
           MOVE OPR-OPERATOR-NAME TO RPT-OPR-NAME
           MOVE OPR-ACTIVE-SW     TO RPT-OPR-ACTIVE
           MOVE SPACES            TO RPT-OPR-RIGHTS-AREA
           PERFORM VARYING WS-RIGHT-SUB FROM 1 BY 1
                   UNTIL WS-RIGHT-SUB > 8
               IF OPR-RIGHT-FLAG(WS-RIGHT-SUB) = "Y"
                   MOVE "Y" TO RPT-OPR-RIGHT(WS-RIGHT-SUB)
               ELSE
                   MOVE "-" TO RPT-OPR-RIGHT(WS-RIGHT-SUB)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN OPR-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "INVALID"  TO RPT-OPR-EXPIRY
               WHEN OPR-EXPIRY-DATE = ZERO
                   MOVE "NONE"     TO RPT-OPR-EXPIRY
               WHEN OTHER
                   MOVE OPR-EXPIRY-DATE TO RPT-OPR-EXPIRY
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT OPR-ACTIVE
                   MOVE "INACTIVE"     TO RPT-OPR-REMARK
               WHEN OPR-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "EXPIRED"      TO RPT-OPR-REMARK
               WHEN OPR-EXPIRY-DATE NOT = ZERO
                    AND OPR-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED"      TO RPT-OPR-REMARK
               WHEN OTHER
                   MOVE SPACES         TO RPT-OPR-REMARK
                   ADD 1 TO WS-OPERATOR-ACTIVE-COUNT
           END-EVALUATE
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-OPR-DETAIL
           ADD 1 TO WS-LINES-WRITTEN-COUNT.
       3000-LIST-VIOLATIONS.
           IF PRIOR-RUN-FOUND
               MOVE WS-LAST-RUN-DATE TO RPT-VIOL-SINCE-DATE
               MOVE WS-LAST-RUN-TIME TO RPT-VIOL-SINCE-TIME
               WRITE TEACHER-ACCESS-REPORT-REC
                   FROM WS-RPT-VIOL-HEADING1
           ELSE
               WRITE TEACHER-ACCESS-REPORT-REC
                   FROM WS-RPT-VIOL-HEADING-ALL
           END-IF
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-VIOL-HEADING2
           ADD 2 TO WS-LINES-WRITTEN-COUNT
           OPEN INPUT TEACHER-SECURITY-LOG
           EVALUATE WS-SECV-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "05"
                   SET SECV-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "** OPERATOR ALERT ** TCHRSECV OPEN FAILED, "
                       "STATUS=" WS-SECV-FILE-STATUS
                   SET SECV-OPEN-FAILED TO TRUE
                   SET REPORT-ERROR TO TRUE
                   SET SECV-EOF TO TRUE
           END-EVALUATE
           PERFORM 3100-READ-VIOLATION UNTIL SECV-EOF
           IF WS-SECV-FILE-STATUS = "00" OR "05" OR "10"
               CLOSE TEACHER-SECURITY-LOG
           END-IF
           IF WS-VIOLATION-LISTED-COUNT = ZERO
              AND NOT SECV-OPEN-FAILED
               WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-VIOL-NONE
               ADD 1 TO WS-LINES-WRITTEN-COUNT
           END-IF
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-BLANK-LINE
           ADD 1 TO WS-LINES-WRITTEN-COUNT.
       3100-READ-VIOLATION.
           READ TEACHER-SECURITY-LOG INTO WS-SECURITY-VIOLATION-RECORD
               AT END SET SECV-EOF TO TRUE
           END-READ
           IF NOT SECV-EOF
               ADD 1 TO WS-VIOLATION-READ-COUNT
               EVALUATE TRUE
                   WHEN NOT PRIOR-RUN-FOUND
                       PERFORM 3200-WRITE-VIOLATION-LINE
                   WHEN SECV-DATE IS NOT NUMERIC
                     OR SECV-TIME IS NOT NUMERIC
                       PERFORM 3200-WRITE-VIOLATION-LINE
                   WHEN SECV-DATE > WS-LAST-RUN-DATE
                       PERFORM 3200-WRITE-VIOLATION-LINE
                   WHEN SECV-DATE = WS-LAST-RUN-DATE
                    AND SECV-TIME > WS-LAST-RUN-TIME
                       PERFORM 3200-WRITE-VIOLATION-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       3200-WRITE-VIOLATION-LINE.
           MOVE SECV-DATE          TO RPT-VIOL-DATE
           MOVE SECV-TIME          TO RPT-VIOL-TIME
           MOVE SECV-OPERATOR-ID   TO RPT-VIOL-OPERATOR
           MOVE SECV-PROGRAM-NAME  TO RPT-VIOL-PROGRAM
           MOVE SECV-RIGHT-NAME    TO RPT-VIOL-RIGHT
           MOVE SECV-REASON        TO RPT-VIOL-REASON
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-VIOL-DETAIL
           ADD 1 TO WS-VIOLATION-LISTED-COUNT
           ADD 1 TO WS-LINES-WRITTEN-COUNT.
       7000-WRITE-TOTALS.
           MOVE "OPERATORS ON FILE      : " TO RPT-TOTAL-LABEL
           MOVE WS-OPERATOR-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "OPERATORS CURRENT      : " TO RPT-TOTAL-LABEL
           MOVE WS-OPERATOR-ACTIVE-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-TOTAL-LINE
           MOVE "VIOLATIONS THIS PERIOD : " TO RPT-TOTAL-LABEL
           MOVE WS-VIOLATION-LISTED-COUNT TO RPT-TOTAL-COUNT
           WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-TOTAL-LINE
           ADD 3 TO WS-LINES-WRITTEN-COUNT
           IF REPORT-ERROR
               MOVE "** SECURITY FILE NOT READ ** " TO RPT-TOTAL-LABEL
               MOVE ZERO TO RPT-TOTAL-COUNT
               WRITE TEACHER-ACCESS-REPORT-REC FROM WS-RPT-TOTAL-LINE
               ADD 1 TO WS-LINES-WRITTEN-COUNT
           END-IF.
       9000-TERMINATE.
           CLOSE TEACHER-ACCESS-REPORT
           DISPLAY "OPERATORS LISTED   : " WS-OPERATOR-COUNT
           DISPLAY "VIOLATIONS LISTED  : " WS-VIOLATION-LISTED-COUNT
           PERFORM 9500-WRITE-RUN-LOG.
       9500-WRITE-RUN-LOG.
           MOVE WS-JOB-NAME            TO WS-RUNLOG-JOB-NAME
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNLOG-TIME FROM TIME
           MOVE WS-VIOLATION-READ-COUNT   TO WS-RUNLOG-RECORDS-READ
           MOVE WS-LINES-WRITTEN-COUNT    TO WS-RUNLOG-RECORDS-WRITTEN
           MOVE WS-VIOLATION-LISTED-COUNT TO WS-RUNLOG-EXCEPTIONS
           IF REPORT-ERROR
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

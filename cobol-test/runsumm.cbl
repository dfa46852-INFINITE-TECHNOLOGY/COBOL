             88 JOB-FOUND                  VALUE "Y".
             88 JOB-NOT-FOUND              VALUE "N".
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 7 TIMES
                           INDEXED BY WS-JOB-IDX.
             10 WS-JOB-NAME                PIC X(20).
             10 WS-JOB-RUN-DATE            PIC 9(08).
           MOVE "TEACHERMAINT"        TO WS-JOB-NAME(4)
           MOVE "TEACHERPAYROLLEXP"    TO WS-JOB-NAME(5)
           MOVE "TEACHERHRRECONCILE"   TO WS-JOB-NAME(6)
           MOVE "TEACHERINTEGRITY"     TO WS-JOB-NAME(7)
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               MOVE ZERO TO WS-JOB-RUN-DATE(WS-JOB-IDX)
               MOVE ZERO TO WS-JOB-RUN-TIME(WS-JOB-IDX)
               MOVE ZERO TO WS-JOB-RECORDS-READ(WS-JOB-IDX)
       2200-APPLY-RUN-LOG-RECORD.
           SET JOB-NOT-FOUND TO TRUE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7 OR JOB-FOUND
               IF WS-RUNLOG-JOB-NAME = WS-JOB-NAME(WS-JOB-IDX)
                   SET JOB-FOUND TO TRUE
                   MOVE WS-RUNLOG-DATE          TO
           WRITE RUN-SUMMARY-REPORT-REC FROM WS-RPT-HEADING1
           WRITE RUN-SUMMARY-REPORT-REC FROM WS-RPT-HEADING2
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO RPT-JOB-NAME
               IF JOB-WAS-SEEN(WS-JOB-IDX)
                   MOVE WS-JOB-RUN-DATE(WS-JOB-IDX)
       7500-WRITE-SIGNOFF-LINE.
           SET JOB-FOUND TO TRUE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > 7
               IF NOT JOB-WAS-SEEN(WS-JOB-IDX)
                   OR WS-JOB-STATUS(WS-JOB-IDX) NOT = "0"
                   OR WS-JOB-RUN-DATE(WS-JOB-IDX) NOT = WS-CURRENT-DATE

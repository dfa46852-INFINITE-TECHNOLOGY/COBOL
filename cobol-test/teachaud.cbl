       FD  TEACHER-AUDIT-FILE.
       01  TEACHER-AUDIT-RECORD               PIC X(240).
       FD  TEACHER-AUDIT-REPORT.
       01  TEACHER-AUDIT-REPORT-REC           PIC X(111).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-SWITCHES.
          05 WS-AUDIT-EOF-SW               PIC X(01) VALUE "N".
          05 AUDIT-OPERATOR-ID             PIC X(08).
          05 FILLER                        PIC X(01).
          05 AUDIT-ACTION                  PIC X(01).
             88 AUDIT-TEACHER-ACTION       VALUE "A" "U" "D" "P" "S".
          05 FILLER                        PIC X(01).
          05 AUDIT-KEY                     PIC X(09).
          05 FILLER                        PIC X(01).
          05 FILLER                        PIC X(02) VALUE SPACES.
          05 FILLER                        PIC X(05) VALUE "NEW: ".
          05 RPT-NEW-VALUE                 PIC X(20).
       01 WS-RPT-IMAGE-LINE.
          05 FILLER                        PIC X(03) VALUE SPACES.
          05 RPT-IMAGE-LABEL               PIC X(08).
          05 RPT-IMAGE                     PIC X(100).
       01 WS-RPT-NO-CHANGE-LINE            PIC X(60) VALUE
          "   NO FIELD-LEVEL DIFFERENCES BETWEEN IMAGES".
       01 WS-RPT-NONE-SELECTED             PIC X(60) VALUE
           ACCEPT WS-SEL-TEACHER-KEY
           DISPLAY "OPERATOR ID"
           ACCEPT WS-SEL-OPERATOR-ID
           DISPLAY "ACTION CODE (A/U/D/P/S/L/O/B/C/R)"
           ACCEPT WS-SEL-ACTION
           DISPLAY "DATE FROM (YYYYMMDD)"
           ACCEPT WS-SEL-DATE-FROM
           MOVE AUDIT-ACTION      TO RPT-ACTION
           MOVE AUDIT-KEY         TO RPT-KEY
           WRITE TEACHER-AUDIT-REPORT-REC FROM WS-RPT-ENTRY-LINE
           IF AUDIT-TEACHER-ACTION
              MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-FIELDS
              MOVE AUDIT-AFTER-IMAGE  TO WS-AFTER-FIELDS
              MOVE ZERO TO WS-CHANGES-REPORTED
              PERFORM 7100-COMPARE-IMAGE-FIELDS
              IF WS-CHANGES-REPORTED = ZERO
                 WRITE TEACHER-AUDIT-REPORT-REC
                     FROM WS-RPT-NO-CHANGE-LINE
              END-IF
           ELSE
              PERFORM 7300-WRITE-RAW-IMAGES
           END-IF.
       7100-COMPARE-IMAGE-FIELDS.
           IF WS-BEF-TEACHER-ID NOT = WS-AFT-TEACHER-ID
           MOVE WS-CMP-NEW-VALUE  TO RPT-NEW-VALUE
           WRITE TEACHER-AUDIT-REPORT-REC FROM WS-RPT-CHANGE-LINE
           ADD 1 TO WS-CHANGES-REPORTED.
       7300-WRITE-RAW-IMAGES.
           MOVE "BEFORE: "         TO RPT-IMAGE-LABEL
           MOVE AUDIT-BEFORE-IMAGE TO RPT-IMAGE
           WRITE TEACHER-AUDIT-REPORT-REC FROM WS-RPT-IMAGE-LINE
           MOVE "AFTER:  "         TO RPT-IMAGE-LABEL
           MOVE AUDIT-AFTER-IMAGE  TO RPT-IMAGE
           WRITE TEACHER-AUDIT-REPORT-REC FROM WS-RPT-IMAGE-LINE.
       9000-TERMINATE.
           IF WS-ENTRIES-SELECTED = ZERO
              WRITE TEACHER-AUDIT-REPORT-REC FROM WS-RPT-NONE-SELECTED

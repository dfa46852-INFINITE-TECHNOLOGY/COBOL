       8300-LOAD-YTD-TABLE.
           OPEN INPUT TEACHER-YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
              AND WS-YTD-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** TCHRYTD OPEN FAILED, "
                  "STATUS=" WS-YTD-FILE-STATUS
              SET YTD-LOAD-ERROR TO TRUE
              SET YTD-LOAD-EOF TO TRUE
           END-IF
           PERFORM 8350-LOAD-YTD-ENTRY UNTIL YTD-LOAD-EOF
           CLOSE TEACHER-YTD-FILE.
       8350-LOAD-YTD-ENTRY.
           READ TEACHER-YTD-FILE INTO WS-YTD-RECORD
               AT END SET YTD-LOAD-EOF TO TRUE
           END-READ
           IF NOT YTD-LOAD-EOF
              IF WS-YTD-TABLE-COUNT < 1000
                 ADD 1 TO WS-YTD-TABLE-COUNT
                 SET WS-YTD-IDX TO WS-YTD-TABLE-COUNT
                 MOVE YTD-TEACHER-ID
                     TO WS-YTD-TEACHER-ID(WS-YTD-IDX)
                 MOVE YTD-YEAR
                     TO WS-YTD-YEAR(WS-YTD-IDX)
                 MOVE YTD-GROSS
                     TO WS-YTD-GROSS(WS-YTD-IDX)
                 MOVE YTD-TAX
                     TO WS-YTD-TAX(WS-YTD-IDX)
                 MOVE YTD-PENSION
                     TO WS-YTD-PENSION(WS-YTD-IDX)
                 MOVE YTD-BENEFIT
                     TO WS-YTD-BENEFIT(WS-YTD-IDX)
                 MOVE YTD-NET
                     TO WS-YTD-NET(WS-YTD-IDX)
                 MOVE YTD-PAY-COUNT
                     TO WS-YTD-PAY-COUNT(WS-YTD-IDX)
                 MOVE YTD-LAST-PAY-DATE
                     TO WS-YTD-LAST-PAY-DATE(WS-YTD-IDX)
                 MOVE "N" TO WS-YTD-PRINTED-SW(WS-YTD-IDX)
              ELSE
                 DISPLAY "** OPERATOR ALERT ** YTD TABLE FULL, "
                     "ENTRY DROPPED FOR " YTD-TEACHER-ID
                 SET YTD-LOAD-ERROR TO TRUE
              END-IF
           END-IF.
       8380-FIND-YTD-ENTRY.
           SET YTD-NOT-FOUND TO TRUE
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-TABLE-COUNT
                      OR YTD-FOUND
               IF WS-YTD-TEACHER-ID(WS-YTD-IDX) = SOMEDATANAME
                  SET YTD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF YTD-FOUND
              SET WS-YTD-IDX DOWN BY 1
           END-IF.
       8390-REWRITE-YTD-FILE.
           MOVE "N" TO WS-YTD-REWRITE-ERROR-SW
           OPEN OUTPUT TEACHER-YTD-FILE
           IF WS-YTD-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** TCHRYTD REWRITE OPEN "
                  "FAILED, STATUS=" WS-YTD-FILE-STATUS
              SET YTD-REWRITE-ERROR TO TRUE
           END-IF
           PERFORM VARYING WS-YTD-IDX FROM 1 BY 1
                   UNTIL WS-YTD-IDX > WS-YTD-TABLE-COUNT
                      OR YTD-REWRITE-ERROR
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
               WRITE TEACHER-YTD-REC FROM WS-YTD-RECORD
               IF WS-YTD-FILE-STATUS NOT = "00"
                  DISPLAY "** OPERATOR ALERT ** TCHRYTD WRITE FAILED "
                      "FOR " YTD-TEACHER-ID ", STATUS="
                      WS-YTD-FILE-STATUS
                  SET YTD-REWRITE-ERROR TO TRUE
               END-IF
           END-PERFORM
           CLOSE TEACHER-YTD-FILE.

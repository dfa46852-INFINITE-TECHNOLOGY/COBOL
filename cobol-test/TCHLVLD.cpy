       8800-LOAD-LEAVE-TABLE.
           OPEN INPUT TEACHER-LEAVE-FILE
           IF WS-LVB-FILE-STATUS NOT = "00"
              AND WS-LVB-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** TCHRLVB OPEN FAILED, "
                  "STATUS=" WS-LVB-FILE-STATUS
              SET LVB-LOAD-ERROR TO TRUE
              SET LVB-LOAD-EOF TO TRUE
           END-IF
           PERFORM 8850-LOAD-LEAVE-ENTRY UNTIL LVB-LOAD-EOF
           CLOSE TEACHER-LEAVE-FILE.
       8850-LOAD-LEAVE-ENTRY.
           READ TEACHER-LEAVE-FILE INTO WS-LEAVE-RECORD
               AT END SET LVB-LOAD-EOF TO TRUE
           END-READ
           IF NOT LVB-LOAD-EOF
              IF LVB-BALANCE-HOURS IS NOT NUMERIC
                 OR LVB-YTD-ACCRUED IS NOT NUMERIC
                 OR LVB-YTD-TAKEN IS NOT NUMERIC
                 DISPLAY "** OPERATOR ALERT ** TCHRLVB ENTRY NOT "
                     "NUMERIC FOR " LVB-TEACHER-ID
                 SET LVB-LOAD-ERROR TO TRUE
              ELSE
                 IF WS-LVB-TABLE-COUNT < 2000
                    ADD 1 TO WS-LVB-TABLE-COUNT
                    SET WS-LVB-IDX TO WS-LVB-TABLE-COUNT
                    MOVE LVB-TEACHER-ID
                        TO WS-LVB-TEACHER-ID(WS-LVB-IDX)
                    MOVE LVB-LEAVE-TYPE
                        TO WS-LVB-LEAVE-TYPE(WS-LVB-IDX)
                    MOVE LVB-BALANCE-HOURS
                        TO WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
                    MOVE LVB-LEAVE-YEAR
                        TO WS-LVB-LEAVE-YEAR(WS-LVB-IDX)
                    MOVE LVB-YTD-ACCRUED
                        TO WS-LVB-YTD-ACCRUED(WS-LVB-IDX)
                    MOVE LVB-YTD-TAKEN
                        TO WS-LVB-YTD-TAKEN(WS-LVB-IDX)
                    MOVE LVB-LAST-ACCRUAL-DATE
                        TO WS-LVB-LAST-ACCRUAL-DATE(WS-LVB-IDX)
                 ELSE
                    DISPLAY "** OPERATOR ALERT ** LEAVE TABLE FULL, "
                        "ENTRY DROPPED FOR " LVB-TEACHER-ID
                    SET LVB-LOAD-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
       8880-FIND-LEAVE-ENTRY.
           SET LVB-NOT-FOUND TO TRUE
           PERFORM VARYING WS-LVB-IDX FROM 1 BY 1
                   UNTIL WS-LVB-IDX > WS-LVB-TABLE-COUNT
                      OR LVB-FOUND
               IF WS-LVB-TEACHER-ID(WS-LVB-IDX) = SOMEDATANAME
                  AND WS-LVB-LEAVE-TYPE(WS-LVB-IDX) = WS-LVB-SEARCH-TYPE
                  SET LVB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LVB-FOUND
              SET WS-LVB-IDX DOWN BY 1
           END-IF.
       8885-ADD-LEAVE-ENTRY.
           IF WS-LVB-TABLE-COUNT < 2000
              ADD 1 TO WS-LVB-TABLE-COUNT
              SET WS-LVB-IDX TO WS-LVB-TABLE-COUNT
              MOVE SOMEDATANAME       TO WS-LVB-TEACHER-ID(WS-LVB-IDX)
              MOVE WS-LVB-SEARCH-TYPE TO WS-LVB-LEAVE-TYPE(WS-LVB-IDX)
              MOVE ZERO TO WS-LVB-BALANCE-HOURS(WS-LVB-IDX)
              MOVE ZERO TO WS-LVB-LEAVE-YEAR(WS-LVB-IDX)
              MOVE ZERO TO WS-LVB-YTD-ACCRUED(WS-LVB-IDX)
              MOVE ZERO TO WS-LVB-YTD-TAKEN(WS-LVB-IDX)
              MOVE ZERO TO WS-LVB-LAST-ACCRUAL-DATE(WS-LVB-IDX)
              SET LVB-FOUND TO TRUE
           ELSE
              DISPLAY "** OPERATOR ALERT ** LEAVE TABLE FULL, "
                  "NO LEAVE ENTRY FOR " SOMEDATANAME
              SET LVB-LOAD-ERROR TO TRUE
           END-IF.
       8890-REWRITE-LEAVE-FILE.
           MOVE "N" TO WS-LVB-REWRITE-ERROR-SW
           OPEN OUTPUT TEACHER-LEAVE-FILE
           IF WS-LVB-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** TCHRLVB REWRITE OPEN "
                  "FAILED, STATUS=" WS-LVB-FILE-STATUS
              SET LVB-REWRITE-ERROR TO TRUE
           END-IF
           PERFORM VARYING WS-LVB-IDX FROM 1 BY 1
                   UNTIL WS-LVB-IDX > WS-LVB-TABLE-COUNT
                      OR LVB-REWRITE-ERROR
               PERFORM 8895-MOVE-LEAVE-ENTRY-TO-RECORD
               WRITE TEACHER-LEAVE-REC FROM WS-LEAVE-RECORD
               IF WS-LVB-FILE-STATUS NOT = "00"
                  DISPLAY "** OPERATOR ALERT ** TCHRLVB WRITE FAILED "
                      "FOR " LVB-TEACHER-ID ", STATUS="
                      WS-LVB-FILE-STATUS
                  SET LVB-REWRITE-ERROR TO TRUE
               END-IF
           END-PERFORM
           CLOSE TEACHER-LEAVE-FILE.
       8895-MOVE-LEAVE-ENTRY-TO-RECORD.
           MOVE SPACES TO WS-LEAVE-RECORD
           MOVE WS-LVB-TEACHER-ID(WS-LVB-IDX)     TO LVB-TEACHER-ID
           MOVE WS-LVB-LEAVE-TYPE(WS-LVB-IDX)     TO LVB-LEAVE-TYPE
           MOVE WS-LVB-BALANCE-HOURS(WS-LVB-IDX)  TO LVB-BALANCE-HOURS
           MOVE WS-LVB-LEAVE-YEAR(WS-LVB-IDX)     TO LVB-LEAVE-YEAR
           MOVE WS-LVB-YTD-ACCRUED(WS-LVB-IDX)    TO LVB-YTD-ACCRUED
           MOVE WS-LVB-YTD-TAKEN(WS-LVB-IDX)      TO LVB-YTD-TAKEN
           MOVE WS-LVB-LAST-ACCRUAL-DATE(WS-LVB-IDX)
               TO LVB-LAST-ACCRUAL-DATE.

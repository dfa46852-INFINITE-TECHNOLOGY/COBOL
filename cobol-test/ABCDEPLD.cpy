       8600-LOAD-PREFIX-CONTROL.
           OPEN INPUT ABCDE-PREFIX-CONTROL-FILE
           IF WS-PCT-FILE-STATUS NOT = "00"
              AND WS-PCT-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** ABCDEPCTL OPEN FAILED, "
                  "STATUS=" WS-PCT-FILE-STATUS
              SET PCT-LOAD-ERROR TO TRUE
              SET PCT-LOAD-EOF TO TRUE
           END-IF
           PERFORM 8650-LOAD-PREFIX-ENTRY UNTIL PCT-LOAD-EOF
           CLOSE ABCDE-PREFIX-CONTROL-FILE.
       8650-LOAD-PREFIX-ENTRY.
           READ ABCDE-PREFIX-CONTROL-FILE INTO WS-PREFIX-CONTROL-RECORD
               AT END SET PCT-LOAD-EOF TO TRUE
           END-READ
           IF NOT PCT-LOAD-EOF
              IF PCT-CREDIT-FLOOR IS NOT NUMERIC
                 DISPLAY "** OPERATOR ALERT ** ABCDEPCTL CREDIT FLOOR "
                     "NOT NUMERIC FOR PREFIX " PCT-PREFIX
                 SET PCT-LOAD-ERROR TO TRUE
              ELSE
                 IF WS-PCT-TABLE-COUNT < 100
                    ADD 1 TO WS-PCT-TABLE-COUNT
                    SET WS-PCT-IDX TO WS-PCT-TABLE-COUNT
                    MOVE PCT-PREFIX TO WS-PCT-PREFIX(WS-PCT-IDX)
                    MOVE PCT-REQUIRE-OPEN-SW
                        TO WS-PCT-REQUIRE-OPEN-SW(WS-PCT-IDX)
                    MOVE PCT-FLOOR-SW TO WS-PCT-FLOOR-SW(WS-PCT-IDX)
                    MOVE PCT-CREDIT-FLOOR
                        TO WS-PCT-CREDIT-FLOOR(WS-PCT-IDX)
                 ELSE
                    DISPLAY "** OPERATOR ALERT ** PREFIX CONTROL TABLE "
                        "FULL, ENTRY DROPPED FOR " PCT-PREFIX
                    SET PCT-LOAD-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
       8680-FIND-PREFIX-CONTROL.
           SET PCT-NOT-FOUND TO TRUE
           MOVE "N"  TO WS-PCT-CUR-REQUIRE-OPEN-SW
           MOVE "N"  TO WS-PCT-CUR-FLOOR-SW
           MOVE ZERO TO WS-PCT-CUR-CREDIT-FLOOR
           PERFORM VARYING WS-PCT-IDX FROM 1 BY 1
                   UNTIL WS-PCT-IDX > WS-PCT-TABLE-COUNT
                      OR PCT-FOUND
               IF WS-PCT-PREFIX(WS-PCT-IDX) = WS-PCT-SEARCH-PREFIX
                  SET PCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PCT-FOUND
              SET WS-PCT-IDX DOWN BY 1
              MOVE WS-PCT-REQUIRE-OPEN-SW(WS-PCT-IDX)
                  TO WS-PCT-CUR-REQUIRE-OPEN-SW
              MOVE WS-PCT-FLOOR-SW(WS-PCT-IDX) TO WS-PCT-CUR-FLOOR-SW
              MOVE WS-PCT-CREDIT-FLOOR(WS-PCT-IDX)
                  TO WS-PCT-CUR-CREDIT-FLOOR
           END-IF.

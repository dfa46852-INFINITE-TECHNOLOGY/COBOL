       8200-LOAD-BANK-TABLE.
           OPEN INPUT TEACHER-BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
              AND WS-BANK-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** TCHRBANK OPEN FAILED, "
                  "STATUS=" WS-BANK-FILE-STATUS
              SET BANK-LOAD-ERROR TO TRUE
              SET BANK-LOAD-EOF TO TRUE
           END-IF
           PERFORM 8250-LOAD-BANK-ENTRY UNTIL BANK-LOAD-EOF
           CLOSE TEACHER-BANK-FILE.
       8250-LOAD-BANK-ENTRY.
           READ TEACHER-BANK-FILE INTO WS-BANK-RECORD
               AT END SET BANK-LOAD-EOF TO TRUE
           END-READ
           IF NOT BANK-LOAD-EOF
              IF WS-BANK-TABLE-COUNT < 1000
                 ADD 1 TO WS-BANK-TABLE-COUNT
                 SET WS-BANK-IDX TO WS-BANK-TABLE-COUNT
                 MOVE BANK-TEACHER-ID
                     TO WS-BANK-TEACHER-ID(WS-BANK-IDX)
                 MOVE BANK-ROUTING-NUMBER
                     TO WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
                 MOVE BANK-ACCOUNT-NUMBER
                     TO WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX)
                 MOVE BANK-ACCOUNT-TYPE
                     TO WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX)
                 MOVE BANK-PRENOTE-STATUS
                     TO WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
                 MOVE BANK-PRENOTE-DATE
                     TO WS-BANK-PRENOTE-DATE(WS-BANK-IDX)
                 MOVE BANK-LAST-CHANGE-DATE
                     TO WS-BANK-LAST-CHANGE-DATE(WS-BANK-IDX)
              ELSE
                 DISPLAY "** OPERATOR ALERT ** BANK ACCOUNT TABLE "
                     "FULL, ENTRY DROPPED FOR " BANK-TEACHER-ID
                 SET BANK-LOAD-ERROR TO TRUE
              END-IF
           END-IF.
       8270-VALIDATE-ROUTING-NUMBER.
           SET ROUTING-NOT-VALID TO TRUE
           IF WS-RTN-NUMBER IS NUMERIC
              AND WS-RTN-NUMBER NOT = "000000000"
               COMPUTE WS-RTN-SUM =
                   3 * (WS-RTN-DIGIT(1) + WS-RTN-DIGIT(4)
                        + WS-RTN-DIGIT(7))
                 + 7 * (WS-RTN-DIGIT(2) + WS-RTN-DIGIT(5)
                        + WS-RTN-DIGIT(8))
                 +     (WS-RTN-DIGIT(3) + WS-RTN-DIGIT(6)
                        + WS-RTN-DIGIT(9))
               IF FUNCTION MOD(WS-RTN-SUM, 10) = 0
                   SET ROUTING-VALID TO TRUE
               END-IF
           END-IF.
       8280-FIND-BANK-ENTRY.
           SET BANK-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-TABLE-COUNT
                      OR BANK-FOUND
               IF WS-BANK-TEACHER-ID(WS-BANK-IDX) = SOMEDATANAME
                  SET BANK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BANK-FOUND
              SET WS-BANK-IDX DOWN BY 1
           END-IF.
       8290-REWRITE-BANK-FILE.
           MOVE "N" TO WS-BANK-REWRITE-ERROR-SW
           OPEN OUTPUT TEACHER-BANK-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** TCHRBANK REWRITE OPEN "
                  "FAILED, STATUS=" WS-BANK-FILE-STATUS
              SET BANK-REWRITE-ERROR TO TRUE
           END-IF
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                   UNTIL WS-BANK-IDX > WS-BANK-TABLE-COUNT
                      OR BANK-REWRITE-ERROR
               IF WS-BANK-TEACHER-ID(WS-BANK-IDX) NOT = SPACES
                   PERFORM 8295-MOVE-BANK-ENTRY-TO-RECORD
                   WRITE TEACHER-BANK-REC FROM WS-BANK-RECORD
                   IF WS-BANK-FILE-STATUS NOT = "00"
                      DISPLAY "** OPERATOR ALERT ** TCHRBANK WRITE "
                          "FAILED FOR " BANK-TEACHER-ID ", STATUS="
                          WS-BANK-FILE-STATUS
                      SET BANK-REWRITE-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TEACHER-BANK-FILE.
       8295-MOVE-BANK-ENTRY-TO-RECORD.
           MOVE SPACES TO WS-BANK-RECORD
           MOVE WS-BANK-TEACHER-ID(WS-BANK-IDX)
               TO BANK-TEACHER-ID
           MOVE WS-BANK-ROUTING-NUMBER(WS-BANK-IDX)
               TO BANK-ROUTING-NUMBER
           MOVE WS-BANK-ACCOUNT-NUMBER(WS-BANK-IDX)
               TO BANK-ACCOUNT-NUMBER
           MOVE WS-BANK-ACCOUNT-TYPE(WS-BANK-IDX)
               TO BANK-ACCOUNT-TYPE
           MOVE WS-BANK-PRENOTE-STATUS(WS-BANK-IDX)
               TO BANK-PRENOTE-STATUS
           MOVE WS-BANK-PRENOTE-DATE(WS-BANK-IDX)
               TO BANK-PRENOTE-DATE
           MOVE WS-BANK-LAST-CHANGE-DATE(WS-BANK-IDX)
               TO BANK-LAST-CHANGE-DATE.

       8950-VERIFY-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE
           SET OPR-NOT-FOUND TO TRUE
           MOVE "N" TO WS-OPR-LOAD-EOF-SW
           MOVE SPACES TO WS-SEC-REASON
           ACCEPT WS-SEC-TODAY FROM DATE YYYYMMDD
           OPEN INPUT TEACHER-OPERATOR-FILE
           IF WS-OPR-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** TCHROPR OPEN FAILED, "
                  "STATUS=" WS-OPR-FILE-STATUS
              MOVE "SECURITY FILE ERROR" TO WS-SEC-REASON
              SET OPR-LOAD-EOF TO TRUE
           ELSE
              PERFORM 8960-READ-OPERATOR-ENTRY
                  UNTIL OPR-LOAD-EOF OR OPR-FOUND
              CLOSE TEACHER-OPERATOR-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-SEC-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-SEC-OPERATOR-ID = SPACES
                   MOVE "UNKNOWN OPERATOR"    TO WS-SEC-REASON
               WHEN OPR-NOT-FOUND
                   MOVE "UNKNOWN OPERATOR"    TO WS-SEC-REASON
               WHEN NOT OPR-ACTIVE
                   MOVE "OPERATOR INACTIVE"   TO WS-SEC-REASON
               WHEN OPR-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "OPERATOR EXPIRED"    TO WS-SEC-REASON
               WHEN OPR-EXPIRY-DATE NOT = ZERO
                    AND OPR-EXPIRY-DATE < WS-SEC-TODAY
                   MOVE "OPERATOR EXPIRED"    TO WS-SEC-REASON
               WHEN OTHER
                   SET OPERATOR-AUTHORIZED TO TRUE
           END-EVALUATE
           IF OPERATOR-NOT-AUTHORIZED
               PERFORM 8970-LOG-SECURITY-VIOLATION
           ELSE
               IF NOT SEC-RIGHT-SIGN-ON
                   PERFORM 8955-CHECK-OPERATOR-RIGHT
               END-IF
           END-IF.
       8955-CHECK-OPERATOR-RIGHT.
           IF OPR-FOUND AND OPR-RIGHT-FLAG(WS-SEC-RIGHT-NUM) = "Y"
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
               MOVE "RIGHT NOT GRANTED" TO WS-SEC-REASON
               PERFORM 8970-LOG-SECURITY-VIOLATION
           END-IF.
       8958-VERIFY-SUPERVISOR.
           MOVE WS-SEC-OPERATOR-ID     TO WS-SEC-SIGNON-ID
           MOVE WS-SEC-AUTHORIZED-SW   TO WS-SEC-SIGNON-AUTH-SW
           MOVE WS-SEC-SUPERVISOR-ID   TO WS-SEC-OPERATOR-ID
           SET SEC-RIGHT-STATUS TO TRUE
           IF WS-SEC-SUPERVISOR-ID = WS-SEC-SIGNON-ID
               SET OPERATOR-NOT-AUTHORIZED TO TRUE
               MOVE "SELF APPROVAL"    TO WS-SEC-REASON
               PERFORM 8970-LOG-SECURITY-VIOLATION
           ELSE
               PERFORM 8950-VERIFY-OPERATOR
           END-IF
           IF OPERATOR-AUTHORIZED
               SET SUPERVISOR-APPROVED TO TRUE
           ELSE
               SET SUPERVISOR-NOT-APPROVED TO TRUE
           END-IF
           MOVE WS-SEC-SIGNON-ID       TO WS-SEC-OPERATOR-ID
           MOVE WS-SEC-SIGNON-AUTH-SW  TO WS-SEC-AUTHORIZED-SW.
       8960-READ-OPERATOR-ENTRY.
           READ TEACHER-OPERATOR-FILE INTO WS-OPERATOR-RECORD
               AT END SET OPR-LOAD-EOF TO TRUE
           END-READ
           IF NOT OPR-LOAD-EOF
              AND OPR-OPERATOR-ID = WS-SEC-OPERATOR-ID
              AND OPR-OPERATOR-ID NOT = SPACES
               SET OPR-FOUND TO TRUE
           END-IF.
       8970-LOG-SECURITY-VIOLATION.
           ACCEPT WS-SEC-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-SEC-NOW FROM TIME
           MOVE WS-SEC-TODAY        TO SECV-DATE
           MOVE WS-SEC-NOW          TO SECV-TIME
           MOVE WS-SEC-OPERATOR-ID  TO SECV-OPERATOR-ID
           MOVE WS-SEC-PROGRAM-NAME TO SECV-PROGRAM-NAME
           IF SEC-RIGHT-SIGN-ON
               MOVE "SIGN-ON" TO SECV-RIGHT-NAME
           ELSE
               MOVE WS-SEC-RIGHT-NAME(WS-SEC-RIGHT-NUM)
                   TO SECV-RIGHT-NAME
           END-IF
           MOVE WS-SEC-REASON       TO SECV-REASON
           DISPLAY "** ACCESS DENIED ** OPERATOR " WS-SEC-OPERATOR-ID
               " - " WS-SEC-REASON
           OPEN EXTEND TEACHER-SECURITY-LOG
           IF WS-SECV-FILE-STATUS = "35"
               OPEN OUTPUT TEACHER-SECURITY-LOG
           END-IF
           WRITE TEACHER-SECURITY-LOG-REC
               FROM WS-SECURITY-VIOLATION-RECORD
           IF WS-SECV-FILE-STATUS NOT = "00"
               DISPLAY "** OPERATOR ALERT ** TCHRSECV WRITE FAILED, "
                   "STATUS=" WS-SECV-FILE-STATUS
           END-IF
           CLOSE TEACHER-SECURITY-LOG.

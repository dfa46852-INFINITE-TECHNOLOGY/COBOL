       01 WS-INQUIRIES-KEYED               PIC 9(07) VALUE ZERO.
       01 WS-INQUIRIES-FOUND               PIC 9(07) VALUE ZERO.
       01 WS-DISPLAY-AMOUNT                PIC -Z.ZZZ.ZZ9,99.
       01 WS-DISPLAY-STATUS                PIC X(06).
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           DISPLAY "ABC-3          : " ABCDE-ABC-ABC-3
           DISPLAY "ABC-4          : " ABCDE-ABC-ABC-4
           DISPLAY "ABC-AMOUNT     : " WS-DISPLAY-AMOUNT
           EVALUATE TRUE
               WHEN ABCDE-ACCT-OPEN
                   MOVE "OPEN"   TO WS-DISPLAY-STATUS
               WHEN ABCDE-ACCT-FROZEN
                   MOVE "FROZEN" TO WS-DISPLAY-STATUS
               WHEN ABCDE-ACCT-CLOSED
                   MOVE "CLOSED" TO WS-DISPLAY-STATUS
               WHEN OTHER
                   MOVE ABCDE-MST-ACCT-STATUS TO WS-DISPLAY-STATUS
           END-EVALUATE
           DISPLAY "ACCOUNT STATUS : " WS-DISPLAY-STATUS
           DISPLAY "OPEN DATE      : " ABCDE-MST-OPEN-DATE
           IF ABCDE-ACCT-CLOSED
               DISPLAY "CLOSE DATE     : " ABCDE-MST-CLOSE-DATE
           END-IF
           IF ABCDE-FLOOR-APPLIES
               MOVE ABCDE-MST-CREDIT-FLOOR TO WS-DISPLAY-AMOUNT
               DISPLAY "CREDIT FLOOR   : " WS-DISPLAY-AMOUNT
           ELSE
               DISPLAY "CREDIT FLOOR   : NONE"
           END-IF
           DISPLAY " ".
       9000-TERMINATE.
           CLOSE ABCDE-RECORD-FILE

       01 WS-RECORDS-READ-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-RECORDS-LOADED-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-RECORDS-MERGED-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-CONVERT-DATE                  PIC 9(08) VALUE ZERO.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           STOP RUN.
       1000-INITIALIZE.
           DISPLAY "ABCDE MASTER ONE-TIME CONVERSION TO INDEXED FILE"
           ACCEPT WS-CONVERT-DATE FROM DATE YYYYMMDD
           OPEN INPUT ABCDE-SEQ-MASTER-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
              DISPLAY "** OPERATOR ALERT ** ABCDEMST.SEQ OPEN FAILED, "
       2920-WRITE-NEW-MASTER.
           MOVE ABCDE-PRI-ABC    TO ABCDE-MST-PRI-ABC
           MOVE ABCDE-ABC-AMOUNT TO ABCDE-MST-AMOUNT
           SET ABCDE-ACCT-OPEN   TO TRUE
           MOVE WS-CONVERT-DATE  TO ABCDE-MST-OPEN-DATE
           MOVE ZERO             TO ABCDE-MST-CLOSE-DATE
           MOVE "N"              TO ABCDE-MST-FLOOR-SW
           MOVE ZERO             TO ABCDE-MST-CREDIT-FLOOR
           MOVE "WRITE" TO WS-ABCDE-MST-LAST-OP
           WRITE ABCDE-RECORD-FILE-REC
               INVALID KEY

           SELECT ABCDE-CHECKPOINT-FILE ASSIGN TO "ABCDECKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT OPTIONAL ABCDE-HISTORY-FILE ASSIGN TO "ABCDEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILE-STATUS.
       DATA            DIVISION.
       FILE            SECTION.
       FD  ABCDE-RECORD-FILE.
       COPY ABCDEMFD.
       FD  ABCDE-ARCHIVE-FILE.
       01  ABCDE-ARCHIVE-FILE-REC               PIC X(50).
       FD  ABCDE-CHECKPOINT-FILE.
       01  ABCDE-CHECKPOINT-FILE-REC             PIC X(54).
       FD  ABCDE-HISTORY-FILE.
       01  ABCDE-HISTORY-FILE-REC                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY ABCDECKP.
       COPY ABCDEMWS.
       COPY ABCDEHST.
       01 WS-ABCDE-SWITCHES.
          05 WS-ABCDE-EOF-SW               PIC X(01) VALUE "N".
             88 ABCDE-EOF                  VALUE "Y".
             88 ARCH-OPENED                VALUE "Y".
          05 WS-ARCH-ERROR-SW              PIC X(01) VALUE "N".
             88 ARCH-ERROR                 VALUE "Y".
          05 WS-HST-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-RESET-ERROR-SW             PIC X(01) VALUE "N".
             88 RESET-ERROR                VALUE "Y".
       01 WS-ARCHIVE-FILENAME               PIC X(20).
       01 WS-ARCHIVE-DATE                   PIC 9(08).
       01 WS-ARCHIVE-STAMP.
          05 FILLER                         PIC X(09) VALUE "ABCDEMST.".
          05 WS-STAMP-DATE                  PIC 9(08).
       01 WS-RECORDS-ARCHIVED               PIC 9(09) VALUE ZERO.
       01 WS-BALANCES-RESET                 PIC 9(09) VALUE ZERO.
       PROCEDURE       DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 7000-CLOSE-FILES
           IF NOT ARCH-ERROR
              PERFORM 8000-RESET-MASTER-FILE
              IF NOT RESET-ERROR
                 PERFORM 8500-RESET-CHECKPOINT
              END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.
              CLOSE ABCDE-ARCHIVE-FILE
           END-IF.
       8000-RESET-MASTER-FILE.
           MOVE "N" TO WS-ABCDE-EOF-SW
           MOVE "OPEN" TO WS-ABCDE-MST-LAST-OP
           OPEN I-O ABCDE-RECORD-FILE
           PERFORM 8800-CHECK-ABCDE-MST-STATUS
           IF WS-ABCDE-MST-STATUS NOT = "00"
              SET RESET-ERROR TO TRUE
              SET ABCDE-EOF   TO TRUE
           END-IF
           OPEN EXTEND ABCDE-HISTORY-FILE
           IF WS-HST-FILE-STATUS = "35"
              OPEN OUTPUT ABCDE-HISTORY-FILE
           END-IF
           IF WS-HST-FILE-STATUS NOT = "00"
              AND WS-HST-FILE-STATUS NOT = "05"
              DISPLAY "** OPERATOR ALERT ** ABCDEHST OPEN FAILED, "
                  "STATUS=" WS-HST-FILE-STATUS
              SET RESET-ERROR TO TRUE
              SET ABCDE-EOF   TO TRUE
           END-IF
           IF NOT ABCDE-EOF
              MOVE LOW-VALUES TO ABCDE-MST-PRI-ABC
              START ABCDE-RECORD-FILE
                  KEY IS NOT LESS THAN ABCDE-MST-PRI-ABC
                  INVALID KEY
                      SET ABCDE-EOF TO TRUE
              END-START
           END-IF
           IF NOT ABCDE-EOF
              PERFORM 2100-READ-ABCDE-RECORD
           END-IF
           PERFORM 8100-RESET-ACCOUNT-BALANCE UNTIL ABCDE-EOF
           CLOSE ABCDE-RECORD-FILE
           CLOSE ABCDE-HISTORY-FILE.
       8100-RESET-ACCOUNT-BALANCE.
           IF ABCDE-MST-AMOUNT NOT = ZERO
              MOVE ABCDE-MST-PRI-ABC TO WS-HST-ACCOUNT-KEY
              MOVE WS-ARCHIVE-DATE   TO WS-HST-POSTING-DATE
              SET HST-PERIOD-RESET   TO TRUE
              MOVE "PERIODND"        TO WS-HST-SOURCE-CODE
              MOVE WS-ARCHIVE-DATE   TO WS-HST-BATCH-DATE
              MOVE ABCDE-MST-AMOUNT  TO WS-HST-OPENING-BALANCE
              COMPUTE WS-HST-AMOUNT = ABCDE-MST-AMOUNT * -1
              MOVE ZERO              TO WS-HST-CLOSING-BALANCE
              MOVE ZERO              TO ABCDE-MST-AMOUNT
              MOVE "REWRITE" TO WS-ABCDE-MST-LAST-OP
              REWRITE ABCDE-RECORD-FILE-REC
                  INVALID KEY
                      SET RESET-ERROR TO TRUE
              END-REWRITE
              PERFORM 8800-CHECK-ABCDE-MST-STATUS
              IF WS-ABCDE-MST-STATUS = "00"
                 WRITE ABCDE-HISTORY-FILE-REC
                     FROM WS-ABCDE-HISTORY-RECORD
                 IF WS-HST-FILE-STATUS NOT = "00"
                    DISPLAY "** OPERATOR ALERT ** ABCDEHST WRITE "
                        "FAILED FOR " ABCDE-MST-PRI-ABC ", STATUS="
                        WS-HST-FILE-STATUS
                    SET RESET-ERROR TO TRUE
                 END-IF
                 ADD 1 TO WS-BALANCES-RESET
              ELSE
                 SET RESET-ERROR TO TRUE
              END-IF
           END-IF
           PERFORM 2100-READ-ABCDE-RECORD.
       8500-RESET-CHECKPOINT.
           MOVE ZERO   TO WS-CKPT-RECORD-COUNT
           MOVE SPACES TO WS-CKPT-LAST-KEY
           MOVE ZERO   TO WS-CKPT-MASTER-COUNT
           MOVE ZERO   TO WS-CKPT-EXCEPTION-COUNT
           MOVE ZERO   TO WS-CKPT-HISTORY-COUNT
           OPEN OUTPUT ABCDE-CHECKPOINT-FILE
           WRITE ABCDE-CHECKPOINT-FILE-REC FROM WS-CHECKPOINT-RECORD
           CLOSE ABCDE-CHECKPOINT-FILE.
       9000-TERMINATE.
           DISPLAY "RECORDS ARCHIVED: " WS-RECORDS-ARCHIVED
           DISPLAY "BALANCES RESET  : " WS-BALANCES-RESET
           IF ARCH-ERROR
              DISPLAY "** OPERATOR ALERT ** ARCHIVE INCOMPLETE, "
                  "ABCDEMST AND ABCDECKP NOT RESET"
           ELSE
              IF RESET-ERROR
                 DISPLAY "** OPERATOR ALERT ** BALANCE RESET "
                     "INCOMPLETE, RERUN AFTER CORRECTING ABCDEMST, "
                     "ABCDECKP NOT RESET"
              ELSE
                 DISPLAY "ABCDEMST BALANCES AND ABCDECKP RESET FOR "
                     "NEW CYCLE, ACCOUNT STATUS RETAINED"
              END-IF
           END-IF.
       COPY ABCDEMER.

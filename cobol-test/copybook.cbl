               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-EXC-FILE-STATUS.                       XXXXXXXX
       COPY ABCDEMFC.                                                   XXXXXXXX
       COPY ABCDEPFC.                                                   XXXXXXXX
           SELECT OPTIONAL ABCDE-CHECKPOINT-FILE ASSIGN TO "ABCDECKP"   XXXXXXXX
               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-CKPT-FILE-STATUS.                      XXXXXXXX
           SELECT ABCDE-POSTING-REPORT ASSIGN TO "ABCDEPSTRPT"          XXXXXXXX
               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-PST-FILE-STATUS.                       XXXXXXXX
           SELECT OPTIONAL ABCDE-HISTORY-FILE ASSIGN TO "ABCDEHST"      XXXXXXXX
               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-HST-FILE-STATUS.                       XXXXXXXX
           SELECT OPTIONAL ABCDE-HST-REPLAY-FILE                        XXXXXXXX
               ASSIGN TO "ABCDEHST.RPL"                                 XXXXXXXX
               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-HST-RPL-FILE-STATUS.                   XXXXXXXX
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"              XXXXXXXX
               ORGANIZATION IS LINE SEQUENTIAL                          XXXXXXXX
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.                    XXXXXXXX
       01  ABCDE-EXCEPTION-RECORD               PIC X(132).             XXXXXXXX
       FD  ABCDE-RECORD-FILE.                                           XXXXXXXX
       COPY ABCDEMFD.                                                   XXXXXXXX
       FD  ABCDE-PREFIX-CONTROL-FILE.                                   XXXXXXXX
       COPY ABCDEPFD.                                                   XXXXXXXX
       FD  ABCDE-CHECKPOINT-FILE.                                       XXXXXXXX
       01  ABCDE-CHECKPOINT-FILE-REC             PIC X(54).             XXXXXXXX
       FD  ABCDE-EXC-REPLAY-FILE.                                       XXXXXXXX
       01  ABCDE-EXC-REPLAY-REC                   PIC X(132).           XXXXXXXX
       FD  ABCDE-POSTING-REPORT.                                        XXXXXXXX
       01  ABCDE-POSTING-REPORT-REC               PIC X(80).            XXXXXXXX
       FD  ABCDE-HISTORY-FILE.                                          XXXXXXXX
       01  ABCDE-HISTORY-FILE-REC                 PIC X(80).            XXXXXXXX
       FD  ABCDE-HST-REPLAY-FILE.                                       XXXXXXXX
       01  ABCDE-HST-REPLAY-REC                   PIC X(80).            XXXXXXXX
       FD  RUN-LOG-FILE.                                                XXXXXXXX
       01  RUN-LOG-FILE-REC                       PIC X(70).            XXXXXXXX
       WORKING-STORAGE SECTION.                                         XXXXXXXX
       COPY ABCDEREC.                                                   XXXXXXXX
       COPY ABCDEMWS.                                                   XXXXXXXX
       COPY ABCDEPCT.                                                   XXXXXXXX
       01 WS-ABCDE-SWITCHES.                                            XXXXXXXX
          05 WS-ABCDE-EOF-SW               PIC X(01) VALUE "N".         XXXXXXXX
             88 ABCDE-EOF                  VALUE "Y".                   XXXXXXXX
          05 WS-EXC-RPL-FILE-STATUS        PIC X(02) VALUE SPACES.      XXXXXXXX
          05 WS-PST-FILE-STATUS            PIC X(02) VALUE SPACES.      XXXXXXXX
          05 WS-RUNLOG-FILE-STATUS         PIC X(02) VALUE SPACES.      XXXXXXXX
          05 WS-HST-FILE-STATUS            PIC X(02) VALUE SPACES.      XXXXXXXX
          05 WS-HST-RPL-FILE-STATUS        PIC X(02) VALUE SPACES.      XXXXXXXX
          05 WS-HST-COUNT-EOF-SW           PIC X(01) VALUE "N".         XXXXXXXX
             88 HST-COUNT-EOF              VALUE "Y".                   XXXXXXXX
          05 WS-HST-ERROR-SW               PIC X(01) VALUE "N".         XXXXXXXX
             88 HISTORY-WRITE-ERROR        VALUE "Y".                   XXXXXXXX
          05 WS-MST-FOUND-SW               PIC X(01) VALUE "N".         XXXXXXXX
             88 ACCOUNT-ON-MASTER          VALUE "Y".                   XXXXXXXX
             88 ACCOUNT-NOT-ON-MASTER      VALUE "N".                   XXXXXXXX
       01 WS-ABCDE-VALIDATION.                                          XXXXXXXX
          05 WS-ABCDE-VALID-SW             PIC X(01) VALUE "Y".         XXXXXXXX
             88 ABCDE-SEGMENT-VALID        VALUE "Y".                   XXXXXXXX
          05 WS-CKPT-RESTART-MST-COUNT      PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-CKPT-RESTART-EXC-COUNT      PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-RPL-COPY-INDEX              PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-ABCDE-HISTORY-WRITTEN       PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-CKPT-RESTART-HST-COUNT      PIC 9(09) VALUE ZERO.       XXXXXXXX
       01 WS-ABCDE-BATCH-CONTROL.                                       XXXXXXXX
          05 WS-BATCH-VERIFY-SW             PIC X(01) VALUE "N".        XXXXXXXX
             88 BATCH-REJECTED              VALUE "Y".                  XXXXXXXX
          05 WS-CLOSING-BALANCE             PIC S9(07)V99 VALUE ZERO.   XXXXXXXX
          05 WS-ACCOUNTS-CREATED            PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-ACCOUNTS-UPDATED            PIC 9(09) VALUE ZERO.       XXXXXXXX
          05 WS-PROJECTED-BALANCE           PIC S9(09)V99 VALUE ZERO.   XXXXXXXX
       01 WS-PST-HEADING1                  PIC X(60) VALUE              XXXXXXXX
          "ABCDE DAILY POSTING REGISTER".                               XXXXXXXX
       01 WS-PST-HEADING2.                                              XXXXXXXX
          05 PST-POSTED-AMOUNT             PIC -Z.ZZZ.ZZ9,99.           XXXXXXXX
          05 FILLER                        PIC X(05) VALUE SPACES.      XXXXXXXX
          05 PST-CLOSING-BALANCE           PIC -Z.ZZZ.ZZ9,99.           XXXXXXXX
       COPY ABCDEHST.                                                   XXXXXXXX
       COPY ABCDECKP.                                                   XXXXXXXX
       COPY RUNLOG.                                                     XXXXXXXX
       PROCEDURE       DIVISION.                                        XXXXXXXX
       0000-MAIN-PROCESS.                                               XXXXXXXX
           PERFORM 1100-CHECK-FOR-RESTART                               XXXXXXXX
           PERFORM 8600-LOAD-PREFIX-CONTROL                             XXXXXXXX
           PERFORM 1500-VERIFY-BATCH-CONTROLS                           XXXXXXXX
           IF BATCH-REJECTED                                            XXXXXXXX
              PERFORM 1900-REJECT-BATCH                                 XXXXXXXX
                 OPEN OUTPUT ABCDE-POSTING-REPORT                       XXXXXXXX
                 PERFORM 1300-WRITE-POSTING-HEADINGS                    XXXXXXXX
              END-IF                                                    XXXXXXXX
              PERFORM 1170-TRUNCATE-HISTORY-TO-CHECKPOINT               XXXXXXXX
              MOVE WS-CKPT-RESTART-HST-COUNT                            XXXXXXXX
                 TO WS-ABCDE-HISTORY-WRITTEN                            XXXXXXXX
              PERFORM 1200-SKIP-PROCESSED-RECORDS                       XXXXXXXX
           ELSE                                                         XXXXXXXX
              OPEN OUTPUT ABCDE-EXCEPTION-FILE                          XXXXXXXX
              OPEN OUTPUT ABCDE-POSTING-REPORT                          XXXXXXXX
              PERFORM 1300-WRITE-POSTING-HEADINGS                       XXXXXXXX
              PERFORM 1180-COUNT-HISTORY-RECORDS                        XXXXXXXX
           END-IF                                                       XXXXXXXX
           OPEN EXTEND ABCDE-HISTORY-FILE                               XXXXXXXX
           IF WS-HST-FILE-STATUS = "35"                                 XXXXXXXX
              OPEN OUTPUT ABCDE-HISTORY-FILE                            XXXXXXXX
           END-IF                                                       XXXXXXXX
           IF WS-HST-FILE-STATUS NOT = "00" AND                         XXXXXXXX
              WS-HST-FILE-STATUS NOT = "05"                             XXXXXXXX
              DISPLAY "** OPERATOR ALERT ** ABCDEHST OPEN FAILED, "     XXXXXXXX
                  "STATUS=" WS-HST-FILE-STATUS                          XXXXXXXX
              SET HISTORY-WRITE-ERROR TO TRUE                           XXXXXXXX
           END-IF                                                       XXXXXXXX
           PERFORM 2100-READ-ABCDE-INPUT.                               XXXXXXXX
       1160-TRUNCATE-EXCEPTION-TO-CHECKPOINT.                           XXXXXXXX
              CLOSE ABCDE-EXC-REPLAY-FILE                               XXXXXXXX
              CLOSE ABCDE-EXCEPTION-FILE                                XXXXXXXX
           END-IF.                                                      XXXXXXXX
       1170-TRUNCATE-HISTORY-TO-CHECKPOINT.                             XXXXXXXX
           OPEN INPUT ABCDE-HISTORY-FILE                                XXXXXXXX
           IF WS-HST-FILE-STATUS NOT = "00"                             XXXXXXXX
              CLOSE ABCDE-HISTORY-FILE                                  XXXXXXXX
           ELSE                                                         XXXXXXXX
              MOVE ZERO TO WS-RPL-COPY-INDEX                            XXXXXXXX
              OPEN OUTPUT ABCDE-HST-REPLAY-FILE                         XXXXXXXX
              PERFORM WS-CKPT-RESTART-HST-COUNT TIMES                   XXXXXXXX
                 READ ABCDE-HISTORY-FILE                                XXXXXXXX
                    AT END CONTINUE                                     XXXXXXXX
                 END-READ                                               XXXXXXXX
                 IF WS-HST-FILE-STATUS = "00"                           XXXXXXXX
                    ADD 1 TO WS-RPL-COPY-INDEX                          XXXXXXXX
                    WRITE ABCDE-HST-REPLAY-REC                          XXXXXXXX
                       FROM ABCDE-HISTORY-FILE-REC                      XXXXXXXX
                 END-IF                                                 XXXXXXXX
              END-PERFORM                                               XXXXXXXX
              CLOSE ABCDE-HST-REPLAY-FILE                               XXXXXXXX
              CLOSE ABCDE-HISTORY-FILE                                  XXXXXXXX
              OPEN OUTPUT ABCDE-HISTORY-FILE                            XXXXXXXX
              OPEN INPUT ABCDE-HST-REPLAY-FILE                          XXXXXXXX
              PERFORM WS-RPL-COPY-INDEX TIMES                           XXXXXXXX
                 READ ABCDE-HST-REPLAY-FILE                             XXXXXXXX
                    AT END CONTINUE                                     XXXXXXXX
                 END-READ                                               XXXXXXXX
                 WRITE ABCDE-HISTORY-FILE-REC                           XXXXXXXX
                    FROM ABCDE-HST-REPLAY-REC                           XXXXXXXX
              END-PERFORM                                               XXXXXXXX
              CLOSE ABCDE-HST-REPLAY-FILE                               XXXXXXXX
              CLOSE ABCDE-HISTORY-FILE                                  XXXXXXXX
              MOVE WS-RPL-COPY-INDEX TO WS-CKPT-RESTART-HST-COUNT       XXXXXXXX
           END-IF.                                                      XXXXXXXX
       1180-COUNT-HISTORY-RECORDS.                                      XXXXXXXX
           MOVE ZERO TO WS-ABCDE-HISTORY-WRITTEN                        XXXXXXXX
           OPEN INPUT ABCDE-HISTORY-FILE                                XXXXXXXX
           IF WS-HST-FILE-STATUS = "00"                                 XXXXXXXX
              PERFORM 1185-READ-HISTORY-FOR-COUNT                       XXXXXXXX
                  UNTIL HST-COUNT-EOF                                   XXXXXXXX
           END-IF                                                       XXXXXXXX
           CLOSE ABCDE-HISTORY-FILE.                                    XXXXXXXX
       1185-READ-HISTORY-FOR-COUNT.                                     XXXXXXXX
           READ ABCDE-HISTORY-FILE                                      XXXXXXXX
               AT END SET HST-COUNT-EOF TO TRUE                         XXXXXXXX
               NOT AT END ADD 1 TO WS-ABCDE-HISTORY-WRITTEN             XXXXXXXX
           END-READ.                                                    XXXXXXXX
       1100-CHECK-FOR-RESTART.                                          XXXXXXXX
           OPEN INPUT ABCDE-CHECKPOINT-FILE                             XXXXXXXX
           IF WS-CKPT-FILE-STATUS = "00"                                XXXXXXXX
                 MOVE WS-CKPT-MASTER-COUNT TO WS-CKPT-RESTART-MST-COUNT XXXXXXXX
                 MOVE WS-CKPT-EXCEPTION-COUNT TO                        XXXXXXXX
                    WS-CKPT-RESTART-EXC-COUNT                           XXXXXXXX
                 MOVE WS-CKPT-HISTORY-COUNT TO                          XXXXXXXX
                    WS-CKPT-RESTART-HST-COUNT                           XXXXXXXX
                 SET ABCDE-CHECKPOINT-EXISTS TO TRUE                    XXXXXXXX
              END-IF                                                    XXXXXXXX
           ELSE                                                         XXXXXXXX
              SET BATCH-REJECTED TO TRUE                                XXXXXXXX
              MOVE "TRAILER AMOUNT HASH TOTAL MISMATCH"                 XXXXXXXX
                   TO WS-BATCH-REJECT-REASON                            XXXXXXXX
           END-IF                                                       XXXXXXXX
           IF NOT BATCH-REJECTED AND PCT-LOAD-ERROR                     XXXXXXXX
              SET BATCH-REJECTED TO TRUE                                XXXXXXXX
              MOVE "ABCDEPCTL PREFIX CONTROL FILE NOT LOADED"           XXXXXXXX
                   TO WS-BATCH-REJECT-REASON                            XXXXXXXX
           END-IF.                                                      XXXXXXXX
       1520-READ-VERIFY-RECORD.                                         XXXXXXXX
           READ ABCDE-INPUT-FILE                                        XXXXXXXX
              MOVE SPACES TO WS-CKPT-LAST-KEY                           XXXXXXXX
              MOVE ZERO   TO WS-CKPT-MASTER-COUNT                       XXXXXXXX
              MOVE ZERO   TO WS-CKPT-EXCEPTION-COUNT                    XXXXXXXX
              MOVE ZERO   TO WS-CKPT-HISTORY-COUNT                      XXXXXXXX
              OPEN OUTPUT ABCDE-CHECKPOINT-FILE                         XXXXXXXX
              WRITE ABCDE-CHECKPOINT-FILE-REC FROM WS-CHECKPOINT-RECORD XXXXXXXX
              CLOSE ABCDE-CHECKPOINT-FILE                               XXXXXXXX
           MOVE "READ" TO WS-ABCDE-MST-LAST-OP                          XXXXXXXX
           READ ABCDE-RECORD-FILE                                       XXXXXXXX
               INVALID KEY                                              XXXXXXXX
                   SET ACCOUNT-NOT-ON-MASTER TO TRUE                    XXXXXXXX
               NOT INVALID KEY                                          XXXXXXXX
                   SET ACCOUNT-ON-MASTER TO TRUE                        XXXXXXXX
           END-READ                                                     XXXXXXXX
           PERFORM 2905-CHECK-ACCOUNT-STATUS                            XXXXXXXX
           IF ABCDE-SEGMENT-INVALID                                     XXXXXXXX
              PERFORM 3900-WRITE-ABCDE-EXCEPTION                        XXXXXXXX
           ELSE                                                         XXXXXXXX
              IF ACCOUNT-ON-MASTER                                      XXXXXXXX
                 PERFORM 2920-POST-TO-ACCOUNT-BALANCE                   XXXXXXXX
              ELSE                                                      XXXXXXXX
                 PERFORM 2910-CREATE-ACCOUNT-BALANCE                    XXXXXXXX
              END-IF                                                    XXXXXXXX
              PERFORM 2930-WRITE-POSTING-DETAIL                         XXXXXXXX
              ADD 1 TO WS-ABCDE-MASTER-WRITTEN                          XXXXXXXX
              MOVE ABCDE-PRI-ABC TO WS-LAST-COMMITTED-KEY               XXXXXXXX
           END-IF.                                                      XXXXXXXX
       2905-CHECK-ACCOUNT-STATUS.                                       XXXXXXXX
           IF ACCOUNT-ON-MASTER                                         XXXXXXXX
              MOVE ABCDE-MST-FLOOR-SW     TO WS-PCT-CUR-FLOOR-SW        XXXXXXXX
              MOVE ABCDE-MST-CREDIT-FLOOR TO WS-PCT-CUR-CREDIT-FLOOR    XXXXXXXX
              COMPUTE WS-PROJECTED-BALANCE =                            XXXXXXXX
                 ABCDE-MST-AMOUNT + ABCDE-ABC-AMOUNT                    XXXXXXXX
              EVALUATE TRUE                                             XXXXXXXX
                  WHEN ABCDE-ACCT-CLOSED                                XXXXXXXX
                      SET ABCDE-SEGMENT-INVALID TO TRUE                 XXXXXXXX
                      MOVE "ACCOUNT CLOSED - POSTING REFUSED"           XXXXXXXX
                           TO WS-ABCDE-REJECT-REASON                    XXXXXXXX
                  WHEN ABCDE-ACCT-FROZEN                                XXXXXXXX
                      SET ABCDE-SEGMENT-INVALID TO TRUE                 XXXXXXXX
                      MOVE "ACCOUNT FROZEN - POSTING REFUSED"           XXXXXXXX
                           TO WS-ABCDE-REJECT-REASON                    XXXXXXXX
              END-EVALUATE                                              XXXXXXXX
           ELSE                                                         XXXXXXXX
              MOVE ABCDE-ABC-AAAAAAAA TO WS-PCT-SEARCH-PREFIX           XXXXXXXX
              PERFORM 8680-FIND-PREFIX-CONTROL                          XXXXXXXX
              MOVE ABCDE-ABC-AMOUNT TO WS-PROJECTED-BALANCE             XXXXXXXX
              IF PREFIX-REQUIRES-OPEN                                   XXXXXXXX
                 SET ABCDE-SEGMENT-INVALID TO TRUE                      XXXXXXXX
                 MOVE "UNKNOWN ACCOUNT - PREFIX REQUIRES OPEN"          XXXXXXXX
                      TO WS-ABCDE-REJECT-REASON                         XXXXXXXX
              END-IF                                                    XXXXXXXX
           END-IF                                                       XXXXXXXX
           IF ABCDE-SEGMENT-VALID                                       XXXXXXXX
              AND PREFIX-FLOOR-APPLIES                                  XXXXXXXX
              AND ABCDE-ABC-AMOUNT < ZERO                               XXXXXXXX
              AND WS-PROJECTED-BALANCE < WS-PCT-CUR-CREDIT-FLOOR        XXXXXXXX
              SET ABCDE-SEGMENT-INVALID TO TRUE                         XXXXXXXX
              MOVE "POSTING WOULD TAKE BALANCE BELOW FLOOR"             XXXXXXXX
                   TO WS-ABCDE-REJECT-REASON                            XXXXXXXX
           END-IF.                                                      XXXXXXXX
       2910-CREATE-ACCOUNT-BALANCE.                                     XXXXXXXX
           SET HST-ACCOUNT-OPENED TO TRUE                               XXXXXXXX
           MOVE ZERO TO WS-OPENING-BALANCE                              XXXXXXXX
           MOVE ABCDE-PRI-ABC    TO ABCDE-MST-PRI-ABC                   XXXXXXXX
           MOVE ABCDE-ABC-AMOUNT TO ABCDE-MST-AMOUNT                    XXXXXXXX
           SET ABCDE-ACCT-OPEN   TO TRUE                                XXXXXXXX
           MOVE WS-RUN-DATE      TO ABCDE-MST-OPEN-DATE                 XXXXXXXX
           MOVE ZERO             TO ABCDE-MST-CLOSE-DATE                XXXXXXXX
           MOVE WS-PCT-CUR-FLOOR-SW     TO ABCDE-MST-FLOOR-SW           XXXXXXXX
           MOVE WS-PCT-CUR-CREDIT-FLOOR TO ABCDE-MST-CREDIT-FLOOR       XXXXXXXX
           MOVE ABCDE-MST-AMOUNT TO WS-CLOSING-BALANCE                  XXXXXXXX
           MOVE "WRITE" TO WS-ABCDE-MST-LAST-OP                         XXXXXXXX
           WRITE ABCDE-RECORD-FILE-REC                                  XXXXXXXX
           PERFORM 8800-CHECK-ABCDE-MST-STATUS                          XXXXXXXX
           ADD 1 TO WS-ACCOUNTS-CREATED.                                XXXXXXXX
       2920-POST-TO-ACCOUNT-BALANCE.                                    XXXXXXXX
           SET HST-ACCOUNT-POSTED TO TRUE                               XXXXXXXX
           MOVE ABCDE-MST-AMOUNT TO WS-OPENING-BALANCE                  XXXXXXXX
           ADD ABCDE-ABC-AMOUNT TO ABCDE-MST-AMOUNT                     XXXXXXXX
           MOVE ABCDE-MST-AMOUNT TO WS-CLOSING-BALANCE                  XXXXXXXX
           MOVE WS-OPENING-BALANCE TO PST-OPENING-BALANCE               XXXXXXXX
           MOVE ABCDE-ABC-AMOUNT   TO PST-POSTED-AMOUNT                 XXXXXXXX
           MOVE WS-CLOSING-BALANCE TO PST-CLOSING-BALANCE               XXXXXXXX
           WRITE ABCDE-POSTING-REPORT-REC FROM WS-PST-DETAIL            XXXXXXXX
           PERFORM 2940-WRITE-HISTORY-RECORD.                           XXXXXXXX
       2940-WRITE-HISTORY-RECORD.                                       XXXXXXXX
           MOVE ABCDE-PRI-ABC      TO WS-HST-ACCOUNT-KEY                XXXXXXXX
           MOVE WS-RUN-DATE        TO WS-HST-POSTING-DATE               XXXXXXXX
           MOVE WS-HDR-SOURCE-CODE TO WS-HST-SOURCE-CODE                XXXXXXXX
           MOVE WS-HDR-BATCH-DATE  TO WS-HST-BATCH-DATE                 XXXXXXXX
           MOVE ABCDE-ABC-AMOUNT   TO WS-HST-AMOUNT                     XXXXXXXX
           MOVE WS-OPENING-BALANCE TO WS-HST-OPENING-BALANCE            XXXXXXXX
           MOVE WS-CLOSING-BALANCE TO WS-HST-CLOSING-BALANCE            XXXXXXXX
           WRITE ABCDE-HISTORY-FILE-REC FROM WS-ABCDE-HISTORY-RECORD    XXXXXXXX
           IF WS-HST-FILE-STATUS NOT = "00"                             XXXXXXXX
              DISPLAY "** OPERATOR ALERT ** ABCDEHST WRITE FAILED "     XXXXXXXX
                  "FOR " ABCDE-PRI-ABC ", STATUS=" WS-HST-FILE-STATUS   XXXXXXXX
              SET HISTORY-WRITE-ERROR TO TRUE                           XXXXXXXX
           ELSE                                                         XXXXXXXX
              ADD 1 TO WS-ABCDE-HISTORY-WRITTEN                         XXXXXXXX
           END-IF.                                                      XXXXXXXX
       2960-CHECK-CHECKPOINT-DUE.                                       XXXXXXXX
           COMPUTE WS-CKPT-DUE = FUNCTION MOD(WS-ABCDE-RECORDS-READ,    XXXXXXXX
              WS-CHECKPOINT-INTERVAL)                                   XXXXXXXX
           MOVE WS-LAST-COMMITTED-KEY TO WS-CKPT-LAST-KEY               XXXXXXXX
           MOVE WS-ABCDE-MASTER-WRITTEN TO WS-CKPT-MASTER-COUNT         XXXXXXXX
           MOVE WS-ABCDE-EXCEPTION-WRITTEN TO WS-CKPT-EXCEPTION-COUNT   XXXXXXXX
           MOVE WS-ABCDE-HISTORY-WRITTEN TO WS-CKPT-HISTORY-COUNT       XXXXXXXX
           OPEN OUTPUT ABCDE-CHECKPOINT-FILE                            XXXXXXXX
           IF WS-CKPT-FILE-STATUS NOT = "00" AND                        XXXXXXXX
              WS-CKPT-FILE-STATUS NOT = "05"                            XXXXXXXX
           CLOSE ABCDE-EXCEPTION-FILE                                   XXXXXXXX
           CLOSE ABCDE-RECORD-FILE                                      XXXXXXXX
           CLOSE ABCDE-POSTING-REPORT                                   XXXXXXXX
           CLOSE ABCDE-HISTORY-FILE                                     XXXXXXXX
           MOVE ZERO   TO WS-CKPT-RECORD-COUNT                          XXXXXXXX
           MOVE SPACES TO WS-CKPT-LAST-KEY                              XXXXXXXX
           MOVE ZERO   TO WS-CKPT-MASTER-COUNT                          XXXXXXXX
           MOVE ZERO   TO WS-CKPT-EXCEPTION-COUNT                       XXXXXXXX
           MOVE ZERO   TO WS-CKPT-HISTORY-COUNT                         XXXXXXXX
           OPEN OUTPUT ABCDE-CHECKPOINT-FILE                            XXXXXXXX
           WRITE ABCDE-CHECKPOINT-FILE-REC FROM WS-CHECKPOINT-RECORD    XXXXXXXX
           CLOSE ABCDE-CHECKPOINT-FILE                                  XXXXXXXX
           MOVE WS-ABCDE-MASTER-WRITTEN                                 XXXXXXXX
               TO WS-RUNLOG-RECORDS-WRITTEN                             XXXXXXXX
           MOVE WS-ABCDE-EXCEPTION-WRITTEN TO WS-RUNLOG-EXCEPTIONS      XXXXXXXX
           IF BATCH-REJECTED OR HISTORY-WRITE-ERROR                     XXXXXXXX
               SET WS-RUNLOG-STATUS-ERROR TO TRUE                       XXXXXXXX
           ELSE                                                         XXXXXXXX
               IF WS-ABCDE-MST-STATUS = SPACES OR WS-ABCDE-MST-STATUS   XXXXXXXX
           END-IF                                                       XXXXXXXX
           WRITE RUN-LOG-FILE-REC FROM WS-RUN-LOG-RECORD                XXXXXXXX
           CLOSE RUN-LOG-FILE.                                          XXXXXXXX
       COPY ABCDEPLD.                                                   XXXXXXXX
       COPY ABCDEMER.                                                   XXXXXXXX

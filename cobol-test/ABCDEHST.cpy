       01 WS-ABCDE-HISTORY-RECORD.
          05 WS-HST-ACCOUNT-KEY             PIC X(14).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-POSTING-DATE            PIC 9(08).
          05 WS-HST-POSTING-DATE-R REDEFINES WS-HST-POSTING-DATE.
             10 WS-HST-POSTING-YYYYMM       PIC 9(06).
             10 WS-HST-POSTING-DD           PIC 9(02).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-ENTRY-TYPE              PIC X(01).
             88 HST-ACCOUNT-OPENED          VALUE "O".
             88 HST-ACCOUNT-POSTED          VALUE "P".
             88 HST-PERIOD-RESET            VALUE "R".
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-SOURCE-CODE             PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-BATCH-DATE              PIC X(08).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-AMOUNT                  PIC S9(07)V99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-OPENING-BALANCE         PIC S9(07)V99.
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-HST-CLOSING-BALANCE         PIC S9(07)V99.
          05 FILLER                         PIC X(07) VALUE SPACES.

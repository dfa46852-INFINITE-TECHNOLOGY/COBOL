       01 WS-BANK-RECORD.
          05 BANK-TEACHER-ID               PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-ROUTING-NUMBER           PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-ACCOUNT-NUMBER           PIC X(17).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-ACCOUNT-TYPE             PIC X(01).
             88 BANK-TYPE-CHECKING         VALUE "C".
             88 BANK-TYPE-SAVINGS          VALUE "S".
             88 BANK-TYPE-VALID            VALUES "C" "S".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-PRENOTE-STATUS           PIC X(01).
             88 BANK-PRENOTE-REQUIRED      VALUE "P".
             88 BANK-PRENOTE-SENT          VALUE "S".
             88 BANK-PRENOTE-VERIFIED      VALUE "V".
             88 BANK-PRENOTE-REJECTED      VALUE "R".
             88 BANK-PRENOTE-VALID         VALUES "P" "S" "V" "R".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-PRENOTE-DATE             PIC 9(08).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 BANK-LAST-CHANGE-DATE         PIC 9(08).
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-BANK-IDX.
             10 WS-BANK-TEACHER-ID         PIC X(09).
             10 WS-BANK-ROUTING-NUMBER     PIC X(09).
             10 WS-BANK-ACCOUNT-NUMBER     PIC X(17).
             10 WS-BANK-ACCOUNT-TYPE       PIC X(01).
             10 WS-BANK-PRENOTE-STATUS     PIC X(01).
             10 WS-BANK-PRENOTE-DATE       PIC 9(08).
             10 WS-BANK-LAST-CHANGE-DATE   PIC 9(08).
       01 WS-BANK-TABLE-COUNT              PIC 9(04) VALUE ZERO.
       01 WS-BANK-FILE-STATUS              PIC X(02) VALUE SPACES.
       01 WS-BANK-LOAD-EOF-SW              PIC X(01) VALUE "N".
          88 BANK-LOAD-EOF                 VALUE "Y".
       01 WS-BANK-LOAD-ERROR-SW            PIC X(01) VALUE "N".
          88 BANK-LOAD-ERROR               VALUE "Y".
       01 WS-BANK-REWRITE-ERROR-SW         PIC X(01) VALUE "N".
          88 BANK-REWRITE-ERROR            VALUE "Y".
       01 WS-BANK-FOUND-SW                 PIC X(01) VALUE "N".
          88 BANK-FOUND                    VALUE "Y".
          88 BANK-NOT-FOUND                VALUE "N".
       01 WS-ROUTING-CHECK.
          05 WS-RTN-NUMBER                 PIC X(09).
          05 WS-RTN-DIGITS REDEFINES WS-RTN-NUMBER.
             10 WS-RTN-DIGIT               PIC 9(01) OCCURS 9 TIMES.
          05 WS-RTN-SUM                    PIC 9(03) VALUE ZERO.
          05 WS-RTN-VALID-SW               PIC X(01) VALUE "N".
             88 ROUTING-VALID              VALUE "Y".
             88 ROUTING-NOT-VALID          VALUE "N".

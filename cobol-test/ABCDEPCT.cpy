       01 WS-PREFIX-CONTROL-RECORD.
          05 PCT-PREFIX                    PIC X(02).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 PCT-REQUIRE-OPEN-SW           PIC X(01).
             88 PCT-REQUIRES-OPEN          VALUE "Y".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 PCT-FLOOR-SW                  PIC X(01).
             88 PCT-FLOOR-APPLIES          VALUE "Y".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 PCT-CREDIT-FLOOR              PIC S9(07)V99
                                           SIGN IS LEADING SEPARATE.
          05 FILLER                        PIC X(23) VALUE SPACES.
       01 WS-PCT-TABLE.
          05 WS-PCT-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-PCT-IDX.
             10 WS-PCT-PREFIX              PIC X(02).
             10 WS-PCT-REQUIRE-OPEN-SW     PIC X(01).
             10 WS-PCT-FLOOR-SW            PIC X(01).
             10 WS-PCT-CREDIT-FLOOR        PIC S9(07)V99.
       01 WS-PCT-TABLE-COUNT               PIC 9(03) VALUE ZERO.
       01 WS-PCT-SEARCH-PREFIX             PIC X(02) VALUE SPACES.
       01 WS-PCT-CURRENT.
          05 WS-PCT-CUR-REQUIRE-OPEN-SW    PIC X(01) VALUE "N".
             88 PREFIX-REQUIRES-OPEN       VALUE "Y".
          05 WS-PCT-CUR-FLOOR-SW           PIC X(01) VALUE "N".
             88 PREFIX-FLOOR-APPLIES       VALUE "Y".
          05 WS-PCT-CUR-CREDIT-FLOOR       PIC S9(07)V99 VALUE ZERO.
       01 WS-PCT-SWITCHES.
          05 WS-PCT-FILE-STATUS            PIC X(02) VALUE SPACES.
          05 WS-PCT-LOAD-EOF-SW            PIC X(01) VALUE "N".
             88 PCT-LOAD-EOF               VALUE "Y".
          05 WS-PCT-LOAD-ERROR-SW          PIC X(01) VALUE "N".
             88 PCT-LOAD-ERROR             VALUE "Y".
          05 WS-PCT-FOUND-SW               PIC X(01) VALUE "N".
             88 PCT-FOUND                  VALUE "Y".
             88 PCT-NOT-FOUND              VALUE "N".

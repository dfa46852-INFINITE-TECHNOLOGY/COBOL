       01 WS-LEAVE-RECORD.
          05 LVB-TEACHER-ID                PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-LEAVE-TYPE                PIC X(01).
             88 LVB-TYPE-SICK              VALUE "S".
             88 LVB-TYPE-VACATION          VALUE "V".
             88 LVB-TYPE-VALID             VALUES "S" "V".
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-BALANCE-HOURS             PIC S9(05)V99
                                           SIGN IS LEADING SEPARATE.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-LEAVE-YEAR                PIC 9(04).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-YTD-ACCRUED               PIC 9(05)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-YTD-TAKEN                 PIC 9(05)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 LVB-LAST-ACCRUAL-DATE         PIC 9(08).
       01 WS-LEAVE-TABLE.
          05 WS-LVB-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-LVB-IDX.
             10 WS-LVB-TEACHER-ID          PIC X(09).
             10 WS-LVB-LEAVE-TYPE          PIC X(01).
             10 WS-LVB-BALANCE-HOURS       PIC S9(05)V99.
             10 WS-LVB-LEAVE-YEAR          PIC 9(04).
             10 WS-LVB-YTD-ACCRUED         PIC 9(05)V99.
             10 WS-LVB-YTD-TAKEN           PIC 9(05)V99.
             10 WS-LVB-LAST-ACCRUAL-DATE   PIC 9(08).
       01 WS-LVB-TABLE-COUNT               PIC 9(04) VALUE ZERO.
       01 WS-LVB-SEARCH-TYPE               PIC X(01) VALUE SPACES.
       01 WS-LVB-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-LVB-LOAD-EOF-SW               PIC X(01) VALUE "N".
          88 LVB-LOAD-EOF                  VALUE "Y".
       01 WS-LVB-LOAD-ERROR-SW             PIC X(01) VALUE "N".
          88 LVB-LOAD-ERROR                VALUE "Y".
       01 WS-LVB-REWRITE-ERROR-SW          PIC X(01) VALUE "N".
          88 LVB-REWRITE-ERROR             VALUE "Y".
       01 WS-LVB-FOUND-SW                  PIC X(01) VALUE "N".
          88 LVB-FOUND                     VALUE "Y".
          88 LVB-NOT-FOUND                 VALUE "N".

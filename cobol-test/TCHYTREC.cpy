       01 WS-YTD-RECORD.
          05 YTD-TEACHER-ID                PIC X(09).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-YEAR                      PIC 9(04).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-GROSS                     PIC 9(09)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-TAX                       PIC 9(09)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-PENSION                   PIC 9(09)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-BENEFIT                   PIC 9(09)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-NET                       PIC 9(09)V99.
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-PAY-COUNT                 PIC 9(03).
          05 FILLER                        PIC X(01) VALUE SPACE.
          05 YTD-LAST-PAY-DATE             PIC 9(08).
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-YTD-IDX.
             10 WS-YTD-TEACHER-ID          PIC X(09).
             10 WS-YTD-YEAR                PIC 9(04).
             10 WS-YTD-GROSS               PIC 9(09)V99.
             10 WS-YTD-TAX                 PIC 9(09)V99.
             10 WS-YTD-PENSION             PIC 9(09)V99.
             10 WS-YTD-BENEFIT             PIC 9(09)V99.
             10 WS-YTD-NET                 PIC 9(09)V99.
             10 WS-YTD-PAY-COUNT           PIC 9(03).
             10 WS-YTD-LAST-PAY-DATE       PIC 9(08).
             10 WS-YTD-PRINTED-SW          PIC X(01).
       01 WS-YTD-TABLE-COUNT               PIC 9(04) VALUE ZERO.
       01 WS-YTD-FILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-YTD-LOAD-EOF-SW               PIC X(01) VALUE "N".
          88 YTD-LOAD-EOF                  VALUE "Y".
       01 WS-YTD-LOAD-ERROR-SW             PIC X(01) VALUE "N".
          88 YTD-LOAD-ERROR                VALUE "Y".
       01 WS-YTD-REWRITE-ERROR-SW          PIC X(01) VALUE "N".
          88 YTD-REWRITE-ERROR             VALUE "Y".
       01 WS-YTD-FOUND-SW                  PIC X(01) VALUE "N".
          88 YTD-FOUND                     VALUE "Y".
          88 YTD-NOT-FOUND                 VALUE "N".

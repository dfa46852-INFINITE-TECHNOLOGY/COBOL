       01 WS-NETPAY-DETAIL.
          05 NET-RECORD-TYPE               PIC X(01).
          05 NET-TEACHER-ID                PIC X(09).
          05 NET-PAY-AMOUNT                PIC 9(07)V99.
          05 NET-PAY-FREQ                  PIC X(01).
          05 NET-PAY-DATE                  PIC 9(08).
          05 FILLER                        PIC X(12) VALUE SPACES.
       01 WS-NETPAY-TRAILER.
          05 NET-TRL-RECORD-TYPE           PIC X(01) VALUE "T".
          05 NET-TRL-RECORD-COUNT          PIC 9(07).
          05 NET-TRL-NET-TOTAL             PIC 9(09)V99.
          05 NET-TRL-PAY-DATE              PIC 9(08).
          05 FILLER                        PIC X(13) VALUE SPACES.

          05 WS-CKPT-MASTER-COUNT           PIC 9(09).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-CKPT-EXCEPTION-COUNT        PIC 9(09).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 WS-CKPT-HISTORY-COUNT          PIC 9(09).

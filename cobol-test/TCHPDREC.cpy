       01 WS-PAYDIST-DETAIL.
          05 PDS-RECORD-TYPE               PIC X(01).
          05 PDS-TEACHER-ID                PIC X(09).
          05 PDS-DEPT-CODE                 PIC X(04).
          05 PDS-GROSS                     PIC 9(07)V99.
          05 PDS-TAX                       PIC 9(07)V99.
          05 PDS-PENSION                   PIC 9(07)V99.
          05 PDS-BENEFIT                   PIC 9(07)V99.
          05 PDS-NET                       PIC 9(07)V99.
          05 PDS-PAY-DATE                  PIC 9(08).
          05 FILLER                        PIC X(13) VALUE SPACES.
       01 WS-PAYDIST-TRAILER.
          05 PDS-TRL-RECORD-TYPE           PIC X(01) VALUE "T".
          05 PDS-TRL-RECORD-COUNT          PIC 9(07).
          05 PDS-TRL-GROSS-TOTAL           PIC 9(09)V99.
          05 PDS-TRL-DEDUCTION-TOTAL       PIC 9(09)V99.
          05 PDS-TRL-NET-TOTAL             PIC 9(09)V99.
          05 PDS-TRL-PAY-DATE              PIC 9(08).
          05 FILLER                        PIC X(31) VALUE SPACES.

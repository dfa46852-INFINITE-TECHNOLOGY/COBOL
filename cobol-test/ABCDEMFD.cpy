       01  ABCDE-RECORD-FILE-REC.
           05 ABCDE-MST-PRI-ABC            PIC X(14).
           05 ABCDE-MST-AMOUNT             PIC S9(07)V99.
           05 ABCDE-MST-ACCT-STATUS        PIC X(01).
              88 ABCDE-ACCT-OPEN           VALUE "O".
              88 ABCDE-ACCT-FROZEN         VALUE "F".
              88 ABCDE-ACCT-CLOSED         VALUE "C".
           05 ABCDE-MST-OPEN-DATE          PIC 9(08).
           05 ABCDE-MST-CLOSE-DATE         PIC 9(08).
           05 ABCDE-MST-FLOOR-SW           PIC X(01).
              88 ABCDE-FLOOR-APPLIES       VALUE "Y".
           05 ABCDE-MST-CREDIT-FLOOR       PIC S9(07)V99.

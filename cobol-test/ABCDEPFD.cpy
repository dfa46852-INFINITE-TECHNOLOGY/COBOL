       01  ABCDE-PREFIX-CONTROL-REC             PIC X(40).

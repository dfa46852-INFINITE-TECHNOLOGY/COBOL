       01  TEACHER-OPERATOR-REC               PIC X(59).

       01  TEACHER-SECURITY-LOG-REC           PIC X(80).

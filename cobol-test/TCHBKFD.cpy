       01  TEACHER-BANK-REC                   PIC X(59).

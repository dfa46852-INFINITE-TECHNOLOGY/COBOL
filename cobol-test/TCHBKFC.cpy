           SELECT OPTIONAL TEACHER-BANK-FILE ASSIGN TO "TCHRBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

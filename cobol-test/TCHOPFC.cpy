           SELECT TEACHER-OPERATOR-FILE ASSIGN TO "TCHROPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT OPTIONAL TEACHER-LEAVE-FILE ASSIGN TO "TCHRLVB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVB-FILE-STATUS.

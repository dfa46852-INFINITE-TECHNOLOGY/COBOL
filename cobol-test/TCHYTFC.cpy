           SELECT OPTIONAL TEACHER-YTD-FILE ASSIGN TO "TCHRYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.

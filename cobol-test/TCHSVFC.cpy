           SELECT OPTIONAL TEACHER-SECURITY-LOG ASSIGN TO "TCHRSECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-FILE-STATUS.

           SELECT OPTIONAL ABCDE-PREFIX-CONTROL-FILE
               ASSIGN TO "ABCDEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCT-FILE-STATUS.

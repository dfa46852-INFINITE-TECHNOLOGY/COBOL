       01  TEACHER-LEAVE-REC                  PIC X(50).

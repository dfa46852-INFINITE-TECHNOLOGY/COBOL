       01  TEACHER-YTD-REC                    PIC X(87).

           SELECT TEACHER-ABSENCE-FILE ASSIGN TO "PROFABS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PABS-FILE-STATUS.
           SELECT SUBSTITUTE-FILE ASSIGN TO "PROFREMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREMP-FILE-STATUS.

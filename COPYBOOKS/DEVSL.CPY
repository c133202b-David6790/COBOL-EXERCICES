           SELECT DEVOIR-FILE ASSIGN TO "DEVOIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOIR-FILE-STATUS.

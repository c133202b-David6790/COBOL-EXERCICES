           SELECT FORMULE-FILE ASSIGN TO "CALCFORM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMULE-STATUS.

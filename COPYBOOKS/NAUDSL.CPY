           SELECT NOTE-AUDIT-FILE ASSIGN TO "NOTEAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-AUDIT-FILE-STATUS.

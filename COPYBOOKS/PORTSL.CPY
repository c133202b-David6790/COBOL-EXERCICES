           SELECT SCOPE-OPER-FILE ASSIGN TO "OPERATRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-OPER-STATUS.

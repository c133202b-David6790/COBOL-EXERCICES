           SELECT PERIOD-FILE ASSIGN TO "PERIODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT PERIOD-OPER-FILE ASSIGN TO "OPERATRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-OPER-STATUS.

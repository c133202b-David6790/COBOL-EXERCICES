           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "NOTEATTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT CORRECTION-HIST-FILE ASSIGN TO "NOTEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-HIST-STATUS.

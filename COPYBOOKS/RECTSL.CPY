           SELECT RECTIFICATION-FILE ASSIGN TO "TABLRECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECTIF-FILE-STATUS.

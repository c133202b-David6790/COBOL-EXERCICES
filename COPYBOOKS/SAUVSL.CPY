           SELECT SET-INDEX-FILE ASSIGN TO "SAUVSETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVG-INDEX-STATUS.
           SELECT MANIFEST-FILE ASSIGN USING WS-SVG-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVG-MANIFEST-STATUS.
           SELECT LIVE-DATA-FILE ASSIGN USING WS-SVG-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVG-LIVE-STATUS.
           SELECT SET-COPY-FILE ASSIGN USING WS-SVG-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVG-COPY-STATUS.
           SELECT SCORE-FILE ASSIGN TO "PENDUSCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCORE-PLAYER-NAME
               FILE STATUS IS WS-SCORE-FILE-STATUS.

           SELECT TIMETABLE-FILE ASSIGN TO "EMPLTEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDT-FILE-STATUS.

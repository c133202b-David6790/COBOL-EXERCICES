           SELECT ENROLMENT-FILE ASSIGN TO "INSCOPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSC-FILE-STATUS.

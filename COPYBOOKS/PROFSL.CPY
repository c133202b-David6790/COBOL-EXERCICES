           SELECT TEACHER-FILE ASSIGN TO "PROFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEACHER-FILE-STATUS.
           SELECT OPTION-GROUP-FILE ASSIGN TO "OPTGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPTGRP-FILE-STATUS.

      *> Inscription d'un eleve (matricule) a un groupe d'option
      *> defini dans OPTGRP.DAT.
       FD  ENROLMENT-FILE.
       01  ENROLMENT-RECORD.
           05 IO-MATRICULE               PIC 9(6).
           05 IO-GROUPE                  PIC X(5).

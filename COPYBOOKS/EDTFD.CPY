       FD  TIMETABLE-FILE.
       01  TIMETABLE-RECORD.
           05 ED-ID-CLASSE               PIC X(5).
           05 ED-JOUR                    PIC 9.
           05 ED-CRENEAU                 PIC 9(2).
           05 ED-MATIERE                 PIC X(6).
           05 ED-PROF                    PIC X(20).
           05 ED-SALLE                   PIC X(6).
      *> Groupe d'option de OPTGRP.DAT quand le cours ne concerne
      *> qu'une partie de la classe (LV2, latin, demi-groupe) ;
      *> a blanc pour un cours de toute la classe.
           05 ED-GROUPE                  PIC X(5).

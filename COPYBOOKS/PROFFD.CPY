           05 PF-HEURES                  PIC 9(2).
           05 PF-CLASSES.
               10 PF-CLASSE OCCURS 10 TIMES PIC X(5).

      *> Groupe d'option (LV2, latin, demi-groupe) : une matiere
      *> suivie par une partie seulement des eleves des classes citees.
       FD  OPTION-GROUP-FILE.
       01  OPTION-GROUP-RECORD.
           05 OG-GROUPE                  PIC X(5).
           05 OG-MATIERE                 PIC X(20).
           05 OG-CLASSES.
               10 OG-CLASSE OCCURS 5 TIMES PIC X(5).

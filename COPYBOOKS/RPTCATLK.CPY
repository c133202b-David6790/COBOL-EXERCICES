       01  CATALOGUE-ZONE.
           05 CAT-PROGRAMME              PIC X(20).
           05 CAT-FICHIER                PIC X(12).
           05 CAT-NB-ENREG               PIC 9(7).
           05 CAT-GENERATION             PIC X(12).
           05 CAT-VERDICT                PIC X.
               88 CAT-EST-CATALOGUE VALUE "C".
               88 CAT-FICHIER-ABSENT VALUE "A".
               88 CAT-EN-ERREUR VALUE "E".

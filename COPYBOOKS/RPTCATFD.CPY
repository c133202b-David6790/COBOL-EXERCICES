      *> Catalogue des editions : une ligne par edition produite.
      *> La generation est une copie datee de l'edition, nommee
      *> <type>.Gnn ; les emplacements nn tournent de 1 a la
      *> retention du type, l'entree dont la copie est ecrasee
      *> passe au statut E (expiree).
       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05 CT-NUMERO                 PIC 9(6).
           05 CT-TYPE                   PIC X(8).
           05 CT-PROGRAMME              PIC X(20).
           05 CT-DATE                   PIC 9(8).
           05 CT-HEURE                  PIC 9(6).
           05 CT-NB-ENREG               PIC 9(7).
           05 CT-SOURCE                 PIC X(12).
           05 CT-GENERATION             PIC X(12).
           05 CT-SLOT                   PIC 9(2).
           05 CT-STATUT                 PIC X.
               88  CT-DISPONIBLE VALUE "A".
               88  CT-EXPIREE VALUE "E".

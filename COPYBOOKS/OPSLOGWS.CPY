           05 RC-MODE-OVERRIDE           PIC X.
           05 RC-LAST-RUN-STATUS         PIC X(10).
           05 RC-OPERATOR-ID             PIC X(8).
      *> Fichier sur lequel porte l'etape lancee (fichier d'entree
      *> du plan), pour les programmes qui controlent un fichier
      *> designe plutot qu'un fichier fixe.
           05 RC-FICHIER-CIBLE           PIC X(12).

       9860-CATALOGUE-REPORT SECTION.
       *>---------------------------------

           CATALOGUE-REPORT-START.
           *>=======================

      *> L'edition CAT-FICHIER, une fois fermee, est copiee en
      *> generation datee et inscrite au catalogue RPTCATL.DAT.
           MOVE PROGRAM-TAG TO CAT-PROGRAMME.
           CALL "CATALOGUE-EDITION" USING CATALOGUE-ZONE.
           IF CAT-EST-CATALOGUE
               DISPLAY "Edition " CAT-FICHIER " cataloguee : "
                   CAT-GENERATION " (" CAT-NB-ENREG " lignes)."
           END-IF.
           IF CAT-EN-ERREUR
               DISPLAY "Edition " CAT-FICHIER " non cataloguee."
           END-IF.

           CATALOGUE-REPORT-END.
           *>=====================
               EXIT.

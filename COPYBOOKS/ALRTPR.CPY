       9950-POST-ALERT SECTION.
       *>---------------------------

           POST-ALERT-START.
           *>=================

      *> Toute alerte levee par le programme est aussi deposee dans
      *> la file unique ALERTES.DAT, suivie depuis MENU-PRINCIPAL.
           MOVE PROGRAM-TAG TO ALR-PROGRAMME.
           CALL "POSTE-ALERTE" USING ALERTE-ZONE.
           IF ALR-EN-ERREUR
               DISPLAY "Alerte non deposee dans ALERTES.DAT : "
                   ALR-TEXTE
           END-IF.

           POST-ALERT-END.
           *>===============
               EXIT.

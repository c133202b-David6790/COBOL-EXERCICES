       9750-SELECT-MASTER-STUDENT SECTION.
       *>-------------------------------------

           SELECT-MASTER-STUDENT-START.
           *>============================

      *> Le fichier maitre doit etre ouvert par l'appelant. L'eleve
      *> est designe par son matricule ; a defaut, les fiches de
      *> meme nom/prenom sont listees et le matricule redemande
      *> s'il y a plusieurs homonymes.
           MOVE "N" TO WS-MST-TROUVE.
           MOVE 0 TO WS-MST-MATRICULE-CHERCHE.
           DISPLAY "Matricule (vide = recherche par nom) :".
           ACCEPT WS-MST-SAISIE-MATRICULE.
           IF WS-MST-SAISIE-MATRICULE = SPACES
               DISPLAY "Nom :"
               ACCEPT WS-MST-SAISIE-NOM
               DISPLAY "Prenom :"
               ACCEPT WS-MST-SAISIE-PRENOM
               PERFORM 9760-LIST-BY-NAME
               IF WS-MST-NB-HOMONYMES = 0
                   DISPLAY "Eleve inconnu : " WS-MST-SAISIE-NOM " "
                       WS-MST-SAISIE-PRENOM "."
                   GO TO SELECT-MASTER-STUDENT-END
               END-IF
               IF WS-MST-NB-HOMONYMES > 1
                   DISPLAY "Plusieurs eleves portent ce nom, "&
                       "matricule :"
                   ACCEPT WS-MST-SAISIE-MATRICULE
               END-IF
           END-IF.

           IF WS-MST-SAISIE-MATRICULE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MST-SAISIE-MATRICULE) = 0
                       AND FUNCTION NUMVAL(WS-MST-SAISIE-MATRICULE)
                           > 0
                       AND FUNCTION NUMVAL(WS-MST-SAISIE-MATRICULE)
                           <= 999999
                   MOVE FUNCTION NUMVAL(WS-MST-SAISIE-MATRICULE) TO
                       WS-MST-MATRICULE-CHERCHE
               ELSE
                   DISPLAY "Matricule invalide."
                   GO TO SELECT-MASTER-STUDENT-END
               END-IF
           END-IF.

           PERFORM 9770-READ-BY-MATRICULE.
           IF NOT WS-MST-EST-TROUVE
               DISPLAY "Matricule inconnu au fichier maitre : "
                   WS-MST-MATRICULE-CHERCHE "."
           END-IF.

           SELECT-MASTER-STUDENT-END.
           *>==========================
               EXIT.

       9755-FIND-CLASS-NAME SECTION.
       *>--------------------------------

           FIND-CLASS-NAME-START.
           *>======================

      *> Recherche par la cle secondaire classe + nom + prenom
      *> (premiere fiche en cas d'homonymes dans la classe).
           MOVE "N" TO WS-MST-TROUVE.
           MOVE WS-MST-SAISIE-CLASSE TO MST-ID-CLASSE.
           MOVE WS-MST-SAISIE-NOM TO MST-NOM.
           MOVE WS-MST-SAISIE-PRENOM TO MST-PRENOM.
           READ MASTER-FILE KEY IS MST-CLASSE-NOM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-TROUVE
           END-READ.

           FIND-CLASS-NAME-END.
           *>====================
               EXIT.

       9760-LIST-BY-NAME SECTION.
       *>-----------------------------

           LIST-BY-NAME-START.
           *>===================

           MOVE 0 TO WS-MST-NB-HOMONYMES.
           MOVE SPACES TO WS-MST-SAISIE-MATRICULE.
           MOVE WS-MST-SAISIE-NOM TO MST-NOM.
           MOVE WS-MST-SAISIE-PRENOM TO MST-PRENOM.
           START MASTER-FILE KEY IS EQUAL TO MST-NOM-PRENOM
               INVALID KEY
                   GO TO LIST-BY-NAME-END
           END-START.

           MOVE "N" TO WS-MST-EOF-NOM.
           PERFORM UNTIL WS-MST-END-OF-NOM
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF-NOM
                   NOT AT END
                       IF MST-NOM NOT = WS-MST-SAISIE-NOM OR
                               MST-PRENOM NOT = WS-MST-SAISIE-PRENOM
                           MOVE "Y" TO WS-MST-EOF-NOM
                       ELSE
                           ADD 1 TO WS-MST-NB-HOMONYMES
                           MOVE MST-MATRICULE TO
                               WS-MST-SAISIE-MATRICULE
                           DISPLAY "  Matricule " MST-MATRICULE
                               "  classe " MST-ID-CLASSE "  "
                               MST-NOM " " MST-PRENOM
                       END-IF
               END-READ
           END-PERFORM.

           LIST-BY-NAME-END.
           *>=================
               EXIT.

       9770-READ-BY-MATRICULE SECTION.
       *>----------------------------------

           READ-BY-MATRICULE-START.
           *>========================

           MOVE "N" TO WS-MST-TROUVE.
           IF WS-MST-MATRICULE-CHERCHE = 0
               GO TO READ-BY-MATRICULE-END
           END-IF.
           MOVE WS-MST-MATRICULE-CHERCHE TO MST-MATRICULE.
           READ MASTER-FILE KEY IS MST-MATRICULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MST-TROUVE
           END-READ.

           READ-BY-MATRICULE-END.
           *>=======================
               EXIT.

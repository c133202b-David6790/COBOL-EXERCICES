       9290-IDENTIFY-SCOPE-OPERATOR SECTION.
       *>----------------------------------------

           IDENTIFY-SCOPE-OPERATOR-START.
           *>==============================

      *> Un compte rattache a un professeur (SO-PROFESSEUR) ne peut
      *> saisir que pour ses classes et sa matiere de PROFS.DAT ;
      *> un compte administratif garde l'acces complet.
           MOVE "N" TO WS-SCO-RESTREINT.
           MOVE "N" TO WS-SCO-BLOQUE.
           MOVE "N" TO WS-SCO-MDP-DEMANDE.
           MOVE SPACES TO WS-SCO-PROFESSEUR.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.

           OPEN INPUT SCOPE-OPER-FILE.
           IF WS-SCOPE-OPER-STATUS NOT = "00"
      *> Meme regle que MENU-PRINCIPAL : sans OPERATRS.DAT,
      *> l'acces est complet.
               GO TO IDENTIFY-SCOPE-OPERATOR-END
           END-IF.

           IF RC-OPERATOR-ID = SPACES
      *> Le plan de nuit n'est lance que sur demande approuvee.
               IF RC-MODE-OVERRIDE = "B"
                   CLOSE SCOPE-OPER-FILE
                   GO TO IDENTIFY-SCOPE-OPERATOR-END
               END-IF
               DISPLAY "Identifiant operateur :"
               ACCEPT WS-SCO-SAISIE-ID
               DISPLAY "Mot de passe de " WS-SCO-SAISIE-ID " :"
               ACCEPT WS-HASH-INPUT
               PERFORM 9400-HASH-PASSWORD
               MOVE "Y" TO WS-SCO-MDP-DEMANDE
           ELSE
               MOVE RC-OPERATOR-ID TO WS-SCO-SAISIE-ID
           END-IF.

           MOVE "Y" TO WS-SCO-BLOQUE.
           MOVE "N" TO WS-SCO-EOF-OPER.
           PERFORM UNTIL WS-SCO-END-OF-OPER
               READ SCOPE-OPER-FILE
                   AT END
                       MOVE "Y" TO WS-SCO-EOF-OPER
                   NOT AT END
                       IF SO-ID = WS-SCO-SAISIE-ID AND
                               SO-ID NOT = SPACES
                           IF (SO-HASH = WS-HASH-VALUE OR
                                   NOT WS-SCO-MDP-EST-DEMANDE) AND
                                   SO-STATUT NOT = "D" AND
                                   SO-STATUT NOT = "L"
                               MOVE "N" TO WS-SCO-BLOQUE
                               MOVE SO-ID TO RC-OPERATOR-ID
                               MOVE SO-PROFESSEUR TO WS-SCO-PROFESSEUR
                           END-IF
                           MOVE "Y" TO WS-SCO-EOF-OPER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCOPE-OPER-FILE.
           MOVE SPACES TO WS-HASH-INPUT.

           IF WS-SCO-EST-BLOQUE
               DISPLAY "Identification refusee, saisie impossible."
               MOVE "AUTH" TO WS-SCO-EVENEMENT
               PERFORM 9296-LOG-SCOPE-REFUSAL
               GO TO IDENTIFY-SCOPE-OPERATOR-END
           END-IF.

           IF WS-SCO-PROFESSEUR NOT = SPACES
               MOVE "Y" TO WS-SCO-RESTREINT
               DISPLAY "Saisie limitee aux classes et a la matiere "&
                   "de " WS-SCO-PROFESSEUR
           END-IF.

           IDENTIFY-SCOPE-OPERATOR-END.
           *>============================
               EXIT.

       9295-CHECK-OPERATOR-SCOPE SECTION.
       *>-------------------------------------

           CHECK-OPERATOR-SCOPE-START.
           *>===========================

      *> Entree : WS-SCO-CLASSE et WS-SCO-MATIERE (code PROFS.DAT,
      *> a blanc pour un controle sur la classe seule). Un refus est
      *> affiche et trace dans OPS-LOG.
           IF NOT WS-SCO-EST-RESTREINT
               MOVE "Y" TO WS-SCO-AUTORISE
               GO TO CHECK-OPERATOR-SCOPE-END
           END-IF.

           MOVE "N" TO WS-SCO-AUTORISE.
           MOVE "N" TO WS-PROF-AUTORISE.
           MOVE WS-SCO-CLASSE TO WS-PROF-LOOKUP-CLASSE.
           IF WS-SCO-CLASSE NOT = SPACES
               PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                       WS-INDEX-TEACH > WS-TEACHER-COUNT
                   IF WS-TCH-NOM(WS-INDEX-TEACH) = WS-SCO-PROFESSEUR
                           AND (WS-SCO-MATIERE = SPACES OR
                           WS-TCH-MATIERE(WS-INDEX-TEACH) =
                               WS-SCO-MATIERE)
                       PERFORM VARYING WS-PROF-SCAN FROM 1 BY 1
                               UNTIL WS-PROF-SCAN > 10
                           IF WS-TCH-CLASSE(WS-INDEX-TEACH
                                   WS-PROF-SCAN) = WS-SCO-CLASSE
                               MOVE "Y" TO WS-PROF-AUTORISE
                           END-IF
                           IF NOT WS-PROF-IS-AUTORISE
                               PERFORM 9265-CHECK-GROUP-SLOT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PROF-IS-AUTORISE
               MOVE "Y" TO WS-SCO-AUTORISE
           ELSE
               IF WS-SCO-MATIERE = SPACES
                   DISPLAY "Refuse : classe " WS-SCO-CLASSE
                       " hors du service de " WS-SCO-PROFESSEUR
               ELSE
                   DISPLAY "Refuse : classe " WS-SCO-CLASSE
                       " / matiere " WS-SCO-MATIERE
                       " hors du service de " WS-SCO-PROFESSEUR
               END-IF
               MOVE "PORTE" TO WS-SCO-EVENEMENT
               PERFORM 9296-LOG-SCOPE-REFUSAL
           END-IF.

           CHECK-OPERATOR-SCOPE-END.
           *>=========================
               EXIT.

       9296-LOG-SCOPE-REFUSAL SECTION.
       *>----------------------------------

           LOG-SCOPE-REFUSAL-START.
           *>========================

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-TIMESTAMP.
           PERFORM 9450-OPEN-LOG-WITH-RETRY.
           IF NOT WS-OPS-OPEN-IS-OK
               GO TO LOG-SCOPE-REFUSAL-END
           END-IF.
           MOVE SPACES TO OPS-LOG-RECORD.
           MOVE PROGRAM-TAG TO OPS-PROGRAM-NAME.
           MOVE WS-SCO-EVENEMENT TO OPS-EVENT.
           MOVE "REFUSE" TO OPS-STATUS.
           MOVE WS-OPS-TIMESTAMP TO OPS-TIMESTAMP.
           IF WS-SCO-EVENEMENT = "AUTH"
               MOVE WS-SCO-SAISIE-ID TO OPS-OPERATOR
           ELSE
               MOVE RC-OPERATOR-ID TO OPS-OPERATOR
           END-IF.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.

           LOG-SCOPE-REFUSAL-END.
           *>======================
               EXIT.

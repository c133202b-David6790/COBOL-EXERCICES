       9890-LOAD-FORMULES SECTION.
       *>----------------------------

           LOAD-FORMULES-START.
           *>==================

           MOVE 0 TO WS-FM-COUNT.
           MOVE "N" TO WS-FM-SATURE.
           MOVE "N" TO WS-FM-EOF.
           MOVE "Y" TO WS-FM-CHARGEE.
           OPEN INPUT FORMULE-FILE.
           IF WS-FORMULE-STATUS NOT = "00"
               GO TO LOAD-FORMULES-END
           END-IF.

           PERFORM UNTIL WS-FM-END-OF-FILE
               READ FORMULE-FILE
                   AT END
                       MOVE "Y" TO WS-FM-EOF
                   NOT AT END
      *> Au-dela de la table, les formules restent dans le fichier
      *> mais celui-ci ne doit plus etre reecrit depuis la table.
                       IF WS-FM-COUNT < 200
                           ADD 1 TO WS-FM-COUNT
                           SET WS-INDEX-FM TO WS-FM-COUNT
                           MOVE FORMULE-RECORD TO
                               WS-FM-LIGNE(WS-INDEX-FM)
                       ELSE
                           MOVE "Y" TO WS-FM-SATURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FORMULE-FILE.

           LOAD-FORMULES-END.
           *>================
               EXIT.

       9895-REWRITE-FORMULES SECTION.
       *>-------------------------------

           REWRITE-FORMULES-START.
           *>=====================

           IF WS-FM-EST-SATUREE
               DISPLAY "CALCFORM.DAT depasse la table (200 "&
                   "formules), fichier non reecrit."
               GO TO REWRITE-FORMULES-END
           END-IF.

           OPEN OUTPUT FORMULE-FILE.
           PERFORM VARYING WS-INDEX-FM FROM 1 BY 1 UNTIL
                   WS-INDEX-FM > WS-FM-COUNT
               IF WS-FM-LIGNE(WS-INDEX-FM) NOT = SPACES
                   MOVE WS-FM-LIGNE(WS-INDEX-FM) TO FORMULE-RECORD
                   WRITE FORMULE-RECORD
               END-IF
           END-PERFORM.
           CLOSE FORMULE-FILE.

           REWRITE-FORMULES-END.
           *>===================
               EXIT.

       9897-FIND-FORMULE SECTION.
       *>---------------------------

           FIND-FORMULE-START.
           *>=================

      *> Version demandee, ou version active si WS-FM-VERSION-CHERCHE
      *> vaut zero. WS-FM-VERSION-MAX donne la derniere version
      *> connue sous ce nom, active ou non.
           MOVE "N" TO WS-FM-TROUVEE.
           MOVE 0 TO WS-FM-RANG.
           MOVE 0 TO WS-FM-VERSION-MAX.
           PERFORM VARYING WS-INDEX-FM FROM 1 BY 1 UNTIL
                   WS-INDEX-FM > WS-FM-COUNT
               MOVE WS-FM-LIGNE(WS-INDEX-FM) TO WS-FM-COURANTE
               IF WS-FMC-NOM = WS-FM-NOM-CHERCHE AND
                       WS-FMC-VERSION IS NUMERIC
                   IF WS-FMC-VERSION > WS-FM-VERSION-MAX
                       MOVE WS-FMC-VERSION TO WS-FM-VERSION-MAX
                   END-IF
                   IF (WS-FM-VERSION-CHERCHE = 0 AND WS-FMC-ACTIVE)
                           OR (WS-FM-VERSION-CHERCHE NOT = 0 AND
                           WS-FMC-VERSION = WS-FM-VERSION-CHERCHE)
                       MOVE "Y" TO WS-FM-TROUVEE
                       SET WS-FM-RANG TO WS-INDEX-FM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FM-EST-TROUVEE
               MOVE WS-FM-LIGNE(WS-FM-RANG) TO WS-FM-COURANTE
           ELSE
               MOVE SPACES TO WS-FM-COURANTE
           END-IF.

           FIND-FORMULE-END.
           *>===============
               EXIT.

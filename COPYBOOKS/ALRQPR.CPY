       9960-LOAD-ALERT-QUEUE SECTION.
       *>---------------------------------

           LOAD-ALERT-QUEUE-START.
           *>=======================

           MOVE 0 TO WS-AQ-COUNT.
           MOVE 0 TO WS-AQ-DERNIER-NUMERO.
           MOVE "N" TO WS-AQ-SATURE.
           MOVE "N" TO WS-AQ-EOF.
           MOVE 0 TO WS-AQ-NB-PURGEES.
      *> Une alerte close depuis plus de 30 jours n'est plus reprise
      *> dans la table : la prochaine reecriture l'elimine du
      *> fichier, qui ne sature donc pas avec les alertes traitees.
           COMPUTE WS-AQ-LIMITE-PURGE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                   - 30).
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               GO TO LOAD-ALERT-QUEUE-END
           END-IF.

           PERFORM UNTIL WS-AQ-END-OF-QUEUE
               READ ALERT-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-AQ-EOF
                   NOT AT END
                       MOVE ALERT-QUEUE-RECORD TO WS-AQ-COURANTE
                       IF WS-AQC-NUMERO IS NUMERIC AND
                               WS-AQC-NUMERO > WS-AQ-DERNIER-NUMERO
                           MOVE WS-AQC-NUMERO TO
                               WS-AQ-DERNIER-NUMERO
                       END-IF
      *> Au-dela de la table, les alertes restent dans le fichier
      *> mais celui-ci ne doit plus etre reecrit depuis la table.
                       EVALUATE TRUE
                           WHEN WS-AQC-CLOSE AND
                                   WS-AQC-DATE-CLOTURE(1:8) IS NUMERIC
                                   AND WS-AQC-DATE-CLOTURE(1:8) <
                                       WS-AQ-LIMITE-PURGE
                               ADD 1 TO WS-AQ-NB-PURGEES
                           WHEN WS-AQ-COUNT < 300
                               ADD 1 TO WS-AQ-COUNT
                               SET WS-INDEX-AQ TO WS-AQ-COUNT
                               MOVE ALERT-QUEUE-RECORD TO
                                   WS-AQ-LIGNE(WS-INDEX-AQ)
                           WHEN OTHER
                               MOVE "Y" TO WS-AQ-SATURE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.

           LOAD-ALERT-QUEUE-END.
           *>=====================
               EXIT.

       9965-REWRITE-ALERT-QUEUE SECTION.
       *>------------------------------------

           REWRITE-ALERT-QUEUE-START.
           *>==========================

           IF WS-AQ-EST-SATUREE
               DISPLAY "ALERTES.DAT depasse la table (300 "&
                   "alertes), etats non reecrits."
               GO TO REWRITE-ALERT-QUEUE-END
           END-IF.

           OPEN OUTPUT ALERT-QUEUE-FILE.
           PERFORM VARYING WS-INDEX-AQ FROM 1 BY 1 UNTIL
                   WS-INDEX-AQ > WS-AQ-COUNT
               IF WS-AQ-LIGNE(WS-INDEX-AQ) NOT = SPACES
                   MOVE WS-AQ-LIGNE(WS-INDEX-AQ) TO ALERT-QUEUE-RECORD
                   WRITE ALERT-QUEUE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.

           REWRITE-ALERT-QUEUE-END.
           *>========================
               EXIT.

       9970-ALERT-MINUTES SECTION.
       *>-----------------------------

           ALERT-MINUTES-START.
           *>====================

           MOVE 0 TO WS-AQ-MINUTES.
           IF WS-AQ-TS-CALCUL(1:12) IS NOT NUMERIC
               GO TO ALERT-MINUTES-END
           END-IF.
           COMPUTE WS-AQ-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AQ-TS-CALCUL(1:8))) * 1440 +
               FUNCTION NUMVAL(WS-AQ-TS-CALCUL(9:2)) * 60 +
               FUNCTION NUMVAL(WS-AQ-TS-CALCUL(11:2)).

           ALERT-MINUTES-END.
           *>==================
               EXIT.

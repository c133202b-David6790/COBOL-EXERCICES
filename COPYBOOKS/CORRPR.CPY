       9880-LOAD-CORRECTIONS SECTION.
       *>-------------------------------

           LOAD-CORRECTIONS-START.
           *>=====================

           MOVE 0 TO WS-CA-COUNT.
           MOVE 0 TO WS-CA-DERNIER-NUMERO.
           MOVE "N" TO WS-CA-SATURE.
           MOVE "N" TO WS-CA-EOF.
           MOVE 0 TO WS-CA-NB-PURGEES.
      *> Une correction decidee depuis plus de 30 jours n'est plus
      *> reprise dans la table : la prochaine reecriture la verse
      *> dans NOTEHIST.DAT puis l'elimine du fichier, qui ne sature
      *> donc pas avec les decisions passees.
           COMPUTE WS-CA-LIMITE-PURGE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
                   - 30).
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORRECTION-STATUS NOT = "00"
               GO TO LOAD-CORRECTIONS-END
           END-IF.

           PERFORM UNTIL WS-CA-END-OF-FILE
               READ CORRECTION-FILE
                   AT END
                       MOVE "Y" TO WS-CA-EOF
                   NOT AT END
                       MOVE CORRECTION-RECORD TO WS-CA-COURANTE
                       IF WS-CAC-NUMERO IS NUMERIC AND
                               WS-CAC-NUMERO > WS-CA-DERNIER-NUMERO
                           MOVE WS-CAC-NUMERO TO
                               WS-CA-DERNIER-NUMERO
                       END-IF
      *> Au-dela de la table, les corrections restent dans le fichier
      *> mais celui-ci ne doit plus etre reecrit depuis la table.
                       EVALUATE TRUE
                           WHEN NOT WS-CAC-EN-ATTENTE AND
                                   WS-CAC-DATE-DECISION IS NUMERIC AND
                                   WS-CAC-DATE-DECISION > 0 AND
                                   WS-CAC-DATE-DECISION <
                                       WS-CA-LIMITE-PURGE
                               ADD 1 TO WS-CA-NB-PURGEES
                           WHEN WS-CA-COUNT < 300
                               ADD 1 TO WS-CA-COUNT
                               SET WS-INDEX-CA TO WS-CA-COUNT
                               MOVE CORRECTION-RECORD TO
                                   WS-CA-LIGNE(WS-INDEX-CA)
                           WHEN OTHER
                               MOVE "Y" TO WS-CA-SATURE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CORRECTION-FILE.

           LOAD-CORRECTIONS-END.
           *>===================
               EXIT.

       9885-REWRITE-CORRECTIONS SECTION.
       *>----------------------------------

           REWRITE-CORRECTIONS-START.
           *>========================

           IF WS-CA-EST-SATUREE
               DISPLAY "NOTEATTN.DAT depasse la table (300 "&
                   "corrections), statuts non reecrits."
               GO TO REWRITE-CORRECTIONS-END
           END-IF.

           IF WS-CA-NB-PURGEES > 0
               PERFORM 9887-ARCHIVE-CORRECTIONS
               IF WS-CA-EST-SATUREE
                   DISPLAY "NOTEATTN.DAT depasse la table (300 "&
                       "corrections), statuts non reecrits."
                   GO TO REWRITE-CORRECTIONS-END
               END-IF
           END-IF.

           OPEN OUTPUT CORRECTION-FILE.
           PERFORM VARYING WS-INDEX-CA FROM 1 BY 1 UNTIL
                   WS-INDEX-CA > WS-CA-COUNT
               IF WS-CA-LIGNE(WS-INDEX-CA) NOT = SPACES
                   MOVE WS-CA-LIGNE(WS-INDEX-CA) TO CORRECTION-RECORD
                   WRITE CORRECTION-RECORD
               END-IF
           END-PERFORM.
           CLOSE CORRECTION-FILE.

           REWRITE-CORRECTIONS-END.
           *>======================
               EXIT.

       9887-ARCHIVE-CORRECTIONS SECTION.
       *>----------------------------------

           ARCHIVE-CORRECTIONS-START.
           *>========================

      *> Les corrections ecartees au chargement sont ajoutees a
      *> NOTEHIST.DAT avant que NOTEATTN.DAT ne soit reecrit sans
      *> elles. Si l'historique est inaccessible, elles sont remises
      *> dans la table et le fichier les conserve.
           OPEN INPUT CORRECTION-FILE.
           IF WS-CORRECTION-STATUS NOT = "00"
               GO TO ARCHIVE-CORRECTIONS-END
           END-IF.
           OPEN EXTEND CORRECTION-HIST-FILE.
           IF WS-CORRECTION-HIST-STATUS = "35"
               OPEN OUTPUT CORRECTION-HIST-FILE
           END-IF.
           IF WS-CORRECTION-HIST-STATUS NOT = "00"
               DISPLAY "NOTEHIST.DAT inaccessible (statut "
                   WS-CORRECTION-HIST-STATUS "), corrections "&
                   "anciennes conservees dans NOTEATTN.DAT."
           END-IF.

           MOVE "N" TO WS-CA-EOF.
           PERFORM UNTIL WS-CA-END-OF-FILE
               READ CORRECTION-FILE
                   AT END
                       MOVE "Y" TO WS-CA-EOF
                   NOT AT END
                       MOVE CORRECTION-RECORD TO WS-CA-COURANTE
                       IF NOT WS-CAC-EN-ATTENTE AND
                               WS-CAC-DATE-DECISION IS NUMERIC AND
                               WS-CAC-DATE-DECISION > 0 AND
                               WS-CAC-DATE-DECISION <
                                   WS-CA-LIMITE-PURGE
                           PERFORM 9888-ARCHIVE-ONE-CORRECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORRECTION-FILE.
           IF WS-CORRECTION-HIST-STATUS = "00"
               CLOSE CORRECTION-HIST-FILE
           END-IF.
           MOVE 0 TO WS-CA-NB-PURGEES.

           ARCHIVE-CORRECTIONS-END.
           *>======================
               EXIT.

       9888-ARCHIVE-ONE-CORRECTION SECTION.
       *>-------------------------------------

           ARCHIVE-ONE-CORRECTION-START.
           *>===========================

           IF WS-CORRECTION-HIST-STATUS = "00"
               MOVE CORRECTION-RECORD TO CORRECTION-HIST-RECORD
               WRITE CORRECTION-HIST-RECORD
               GO TO ARCHIVE-ONE-CORRECTION-END
           END-IF.
           IF WS-CA-COUNT < 300
               ADD 1 TO WS-CA-COUNT
               SET WS-INDEX-CA TO WS-CA-COUNT
               MOVE CORRECTION-RECORD TO WS-CA-LIGNE(WS-INDEX-CA)
           ELSE
               MOVE "Y" TO WS-CA-SATURE
           END-IF.

           ARCHIVE-ONE-CORRECTION-END.
           *>=========================
               EXIT.

       9800-LOAD-JOB-QUEUE SECTION.
       *>-------------------------------

           LOAD-JOB-QUEUE-START.
           *>=====================

           MOVE 0 TO WS-JQ-COUNT.
           MOVE 0 TO WS-JQ-DERNIER-NUMERO.
           MOVE "N" TO WS-JQ-SATURE.
           MOVE "N" TO WS-JQ-EOF.
           OPEN INPUT JOB-QUEUE-FILE.
           IF WS-JOB-QUEUE-STATUS NOT = "00"
               GO TO LOAD-JOB-QUEUE-END
           END-IF.

           PERFORM UNTIL WS-JQ-END-OF-QUEUE
               READ JOB-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-JQ-EOF
                   NOT AT END
                       MOVE JOB-QUEUE-RECORD TO WS-JQ-COURANTE
                       IF WS-JQC-NUMERO IS NUMERIC AND
                               WS-JQC-NUMERO > WS-JQ-DERNIER-NUMERO
                           MOVE WS-JQC-NUMERO TO
                               WS-JQ-DERNIER-NUMERO
                       END-IF
      *> Au-dela de la table, les demandes restent dans le fichier
      *> mais celui-ci ne doit plus etre reecrit depuis la table.
                       IF WS-JQ-COUNT < 200
                           ADD 1 TO WS-JQ-COUNT
                           SET WS-INDEX-JQ TO WS-JQ-COUNT
                           MOVE JOB-QUEUE-RECORD TO
                               WS-JQ-LIGNE(WS-INDEX-JQ)
                       ELSE
                           MOVE "Y" TO WS-JQ-SATURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-QUEUE-FILE.

           LOAD-JOB-QUEUE-END.
           *>===================
               EXIT.

       9810-REWRITE-JOB-QUEUE SECTION.
       *>----------------------------------

           REWRITE-JOB-QUEUE-START.
           *>========================

           IF WS-JQ-EST-SATUREE
               DISPLAY "BATCHDEM.DAT depasse la table (200 "&
                   "demandes), statuts non reecrits."
               GO TO REWRITE-JOB-QUEUE-END
           END-IF.

           OPEN OUTPUT JOB-QUEUE-FILE.
           PERFORM VARYING WS-INDEX-JQ FROM 1 BY 1 UNTIL
                   WS-INDEX-JQ > WS-JQ-COUNT
               IF WS-JQ-LIGNE(WS-INDEX-JQ) NOT = SPACES
                   MOVE WS-JQ-LIGNE(WS-INDEX-JQ) TO JOB-QUEUE-RECORD
                   WRITE JOB-QUEUE-RECORD
               END-IF
           END-PERFORM.
           CLOSE JOB-QUEUE-FILE.

           REWRITE-JOB-QUEUE-END.
           *>======================
               EXIT.

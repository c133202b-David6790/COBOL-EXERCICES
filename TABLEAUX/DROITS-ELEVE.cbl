       01  WS-EDIT-NOTE PIC Z9.99.
       01  WS-EDIT-NB-NOTES PIC Z9.

       COPY ELEVMSWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               GO TO FIND-MATRICULE-END
           END-IF.
           MOVE WS-SAISIE-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE WS-SAISIE-NOM TO WS-MST-SAISIE-NOM.
           MOVE WS-SAISIE-PRENOM TO WS-MST-SAISIE-PRENOM.
           PERFORM 9755-FIND-CLASS-NAME.
           IF WS-MST-EST-TROUVE AND MST-MATRICULE IS NUMERIC
               MOVE MST-MATRICULE TO WS-MATRICULE-ELEVE
           END-IF.
           CLOSE MASTER-FILE.

           FIND-MATRICULE-END.
               GO TO PROCESS-MASTER-END
           END-IF.

           MOVE WS-MATRICULE-ELEVE TO MST-MATRICULE.
           READ MASTER-FILE KEY IS MST-MATRICULE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "DROITS-ELEVE".

       COPY ELEVMSPR.

       END PROGRAM DROITS-ELEVE.

           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.
           COPY PROFSL.
           COPY PORTSL.
           COPY OPSLOGSL.

       DATA DIVISION.
           05 AB-DEMI-J-JUSTIF          PIC 9(3).
           05 AB-MATRICULE              PIC 9(6).

       COPY PROFFD.

       COPY PORTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-CNT-CONSOLIDES PIC 9(4) VALUE 0.
       01  WS-CNT-ECRITS PIC 9(4) VALUE 0.

       COPY PROFWS.

       COPY PWHASHWS.

       COPY PORTWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9290-IDENTIFY-SCOPE-OPERATOR.
           IF WS-SCO-EST-BLOQUE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO PROCEDURES-END
           END-IF.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU
                   "abandonnee."
               GO TO CAPTURE-EVENT-END
           END-IF.
           MOVE WS-SAISIE-CLASSE TO WS-SCO-CLASSE.
           MOVE SPACES TO WS-SCO-MATIERE.
           PERFORM 9295-CHECK-OPERATOR-SCOPE.
           IF NOT WS-SCO-EST-AUTORISE
               GO TO CAPTURE-EVENT-END
           END-IF.

           DISPLAY "Date de l'absence (AAAAMMJJ) :".
           ACCEPT WS-SAISIE-DATE.
           END-IF.

           PERFORM 2100-ACCEPT-STUDENT-KEY.
      *> Un compte professeur ne justifie que dans ses classes,
      *> meme quand l'eleve est designe par son matricule.
           MOVE WS-SAISIE-CLASSE TO WS-SCO-CLASSE.
           MOVE SPACES TO WS-SCO-MATIERE.
           PERFORM 9295-CHECK-OPERATOR-SCOPE.
           IF NOT WS-SCO-EST-AUTORISE
               GO TO JUSTIFY-EVENT-END
           END-IF.
           DISPLAY "Date de l'absence (AAAAMMJJ, vide = toutes) :".
           ACCEPT WS-SAISIE-DATE.
           DISPLAY "Nouveau motif (vide = inchange) :".
                           WS-EVT-DATE(WS-INDEX-EVENT) =
                               FUNCTION NUMVAL(WS-SAISIE-DATE))
                       AND WS-EVT-JUSTIFIE(WS-INDEX-EVENT) = "N"
                       AND (NOT WS-SCO-EST-RESTREINT OR
                           WS-EVT-CLASSE(WS-INDEX-EVENT) =
                               WS-SAISIE-CLASSE)
                   MOVE "O" TO WS-EVT-JUSTIFIE(WS-INDEX-EVENT)
                   IF WS-SAISIE-MOTIF NOT = SPACES
                       MOVE WS-SAISIE-MOTIF TO
           CONSOLIDATE-EVENTS-START.
           *>=========================

      *> La consolidation reecrit ABSENCES.DAT pour toutes les
      *> classes : reservee aux comptes administratifs.
           IF WS-SCO-EST-RESTREINT
               DISPLAY "Refuse : consolidation reservee aux comptes "&
                   "administratifs."
               MOVE "PORTE" TO WS-SCO-EVENEMENT
               PERFORM 9296-LOG-SCOPE-REFUSAL
               GO TO CONSOLIDATE-EVENTS-END
           END-IF.

           PERFORM 3500-LOAD-EVENTS.
           IF WS-EVENT-COUNT = 0
               GO TO CONSOLIDATE-EVENTS-END

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "SAISIE-ABSENCES".

       COPY PWHASHPR.

       COPY PROFPR.

       COPY PORTPR REPLACING PROGRAM-TAG BY "SAISIE-ABSENCES".

       END PROGRAM SAISIE-ABSENCES.

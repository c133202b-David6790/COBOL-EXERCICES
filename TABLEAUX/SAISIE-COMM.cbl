               FILE STATUS IS WS-PHRASE-FILE-STATUS.
           COPY MATCATSL.
           COPY PROFSL.
           COPY PERSL.
           COPY NAUDSL.
           COPY PORTSL.
           COPY OPSLOGSL.

       DATA DIVISION.

       COPY PROFFD.

       COPY PERFD.

       COPY NAUDFD.

       COPY PORTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.

       COPY ENVCTLWS.

       COPY PERWS.

       COPY PWHASHWS.

       COPY PORTWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9290-IDENTIFY-SCOPE-OPERATOR.
           IF WS-SCO-EST-BLOQUE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO PROCEDURES-END
           END-IF.
           PERFORM 9270-LOAD-PERIODES.
           PERFORM 0500-LOAD-STUDENT-NAMES.
           PERFORM 0600-LOAD-PHRASE-LIBRARY.


           DISPLAY "Classe :".
           ACCEPT WS-SAISIE-CLASSE.
           MOVE WS-SAISIE-CLASSE TO WS-SCO-CLASSE.
           MOVE SPACES TO WS-SCO-MATIERE.
           PERFORM 9295-CHECK-OPERATOR-SCOPE.
           IF NOT WS-SCO-EST-AUTORISE
               GO TO CAPTURE-ONE-COMMENT-END
           END-IF.
           DISPLAY "Nom de l'eleve :".
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Prenom de l'eleve :".
               GO TO CAPTURE-ONE-COMMENT-END
           END-IF.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE WS-SAISIE-CLASSE TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               DISPLAY "Saisie abandonnee."
               GO TO CAPTURE-ONE-COMMENT-END
           END-IF.

           DISPLAY "Matiere (ou GENERAL) :".
           ACCEPT WS-SAISIE-MATIERE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-MATIERE) TO
               MOVE WS-MCAT-RESOLVED-LIB TO WS-SAISIE-MATIERE
           END-IF.

      *> Un compte professeur saisit en son nom ; l'appreciation
      *> generale reste ouverte a tout professeur de la classe.
           IF WS-SCO-EST-RESTREINT AND WS-SAISIE-MATIERE NOT = "GENERAL"
               IF WS-MCAT-RESOLVED-CODE NOT = SPACES
                   MOVE WS-MCAT-RESOLVED-CODE TO WS-SCO-MATIERE
               ELSE
                   MOVE WS-SAISIE-MATIERE(1:6) TO WS-SCO-MATIERE
               END-IF
               PERFORM 9295-CHECK-OPERATOR-SCOPE
               IF NOT WS-SCO-EST-AUTORISE
                   GO TO CAPTURE-ONE-COMMENT-END
               END-IF
           END-IF.

           IF WS-TEACHER-COUNT > 0
               IF WS-SCO-EST-RESTREINT
                   MOVE WS-SCO-PROFESSEUR TO WS-SAISIE-PROF
               ELSE
                   DISPLAY "Nom du professeur :"
                   ACCEPT WS-SAISIE-PROF
               END-IF
               MOVE WS-SAISIE-PROF TO WS-PROF-LOOKUP-NOM
               MOVE WS-MCAT-RESOLVED-CODE TO WS-PROF-LOOKUP-MATIERE
               MOVE WS-SAISIE-CLASSE TO WS-PROF-LOOKUP-CLASSE

       COPY PROFPR.

       COPY PERPR REPLACING PROGRAM-TAG BY "SAISIE-COMM".

       COPY PWHASHPR.

       COPY PORTPR REPLACING PROGRAM-TAG BY "SAISIE-COMM".

       END PROGRAM SAISIE-COMM.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-FILE-STATUS.
           COPY MATCATSL.
           COPY PROFSL.
           COPY RUNCTLSL.
           COPY PERSL.
           COPY NAUDSL.
           COPY PORTSL.
           COPY OPSLOGSL.

       DATA DIVISION.

       COPY MATCATFD.

       COPY PROFFD.

       COPY RUNCTLFD.

       COPY PERFD.

       COPY NAUDFD.

       COPY PORTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.

       COPY MATCATWS.

       COPY PROFWS.

       COPY RUNCTLWS.

       COPY ENVCTLWS.

       COPY PERWS.

       COPY PWHASHWS.

       COPY PORTWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-SUBJECT-CONFIG.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9290-IDENTIFY-SCOPE-OPERATOR.
           IF WS-SCO-EST-BLOQUE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO PROCEDURES-END
           END-IF.
           PERFORM 9270-LOAD-PERIODES.
           PERFORM 1000-CHECK-ENVELOPE.

           IF WS-ENV-IS-PRESENT
               DISPLAY "Classe obligatoire, saisie abandonnee."
               GO TO CAPTURE-ONE-GRADE-END
           END-IF.
           MOVE WS-SAISIE-CLASSE TO WS-SCO-CLASSE.
           MOVE SPACES TO WS-SCO-MATIERE.
           PERFORM 9295-CHECK-OPERATOR-SCOPE.
           IF NOT WS-SCO-EST-AUTORISE
               GO TO CAPTURE-ONE-GRADE-END
           END-IF.

           DISPLAY "Nom de l'eleve :".
           ACCEPT WS-SAISIE-NOM.
               GO TO CAPTURE-ONE-GRADE-END
           END-IF.

           IF WS-SCO-EST-RESTREINT
               IF WS-NB-MCAT > 0
                   MOVE WS-MCAT-RESOLVED-CODE TO WS-SCO-MATIERE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-SAISIE-MATIERE(1:6))
                       TO WS-SCO-MATIERE
               END-IF
               PERFORM 9295-CHECK-OPERATOR-SCOPE
               IF NOT WS-SCO-EST-AUTORISE
                   GO TO CAPTURE-ONE-GRADE-END
               END-IF
           END-IF.

           PERFORM 2300-CAPTURE-COEFF.
           IF NOT WS-FIELD-IS-OK
               GO TO CAPTURE-ONE-GRADE-END
           ELSE
               DISPLAY "Trimestre invalide (1 a 3 attendu), "&
                   "saisie abandonnee."
               GO TO CAPTURE-TRIMESTRE-END
           END-IF.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE WS-SAISIE-CLASSE TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               DISPLAY "Saisie abandonnee."
               MOVE "N" TO WS-FIELD-OK
           END-IF.

           CAPTURE-TRIMESTRE-END.

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "SAISIE-NOTES".

       COPY PERPR REPLACING PROGRAM-TAG BY "SAISIE-NOTES".

       COPY PWHASHPR.

       COPY PROFPR.

       COPY PORTPR REPLACING PROGRAM-TAG BY "SAISIE-NOTES".

       END PROGRAM SAISIE-NOTES.

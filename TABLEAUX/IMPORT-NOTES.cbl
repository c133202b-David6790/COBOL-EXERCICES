           COPY MATCATSL.
           COPY PROFSL.
           COPY RUNCTLSL.
           COPY PERSL.
           COPY NAUDSL.
           COPY PORTSL.
           COPY OPSLOGSL.

       DATA DIVISION.

       COPY RUNCTLFD.

       COPY PERFD.

       COPY NAUDFD.

       COPY PORTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.

       COPY PROFWS.

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

           OPEN OUTPUT IMPORT-REPORT-FILE.
           MOVE "=== Import des notes depuis NOTESCSV.DAT ===" TO
               GO TO PROCEDURES-FIN
           END-IF.

      *> Un compte professeur n'importe que son propre fichier.
           IF WS-SCO-EST-RESTREINT AND
                   WS-PROF-DECLARE NOT = WS-SCO-PROFESSEUR
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Refuse : fichier de " WS-PROF-DECLARE
                   " importe par le compte de " WS-SCO-PROFESSEUR
               MOVE "PORTE" TO WS-SCO-EVENEMENT
               PERFORM 9296-LOG-SCOPE-REFUSAL
               MOVE "REJET TOTAL : fichier d'un autre professeur." TO
                   IMPORT-REPORT-RECORD
               WRITE IMPORT-REPORT-RECORD
               GO TO PROCEDURES-FIN
           END-IF.

           PERFORM 2000-CHECK-CONTROL-TOTALS.
           IF NOT WS-TOTAUX-SONT-OK
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
           END-IF.
           MOVE WS-F5(1:1) TO WS-TRIM-NUM.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE WS-F1(1:5) TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               MOVE "TRIMESTRE CLOS" TO WS-MOTIF-REJET
               GO TO VALIDATE-ONE-LINE-END
           END-IF.

           MOVE SPACES TO VAL-VALEUR-TEXTE.
           MOVE WS-F7 TO VAL-VALEUR-TEXTE.
           MOVE "O" TO VAL-EXIGE-NUMERIQUE.
               END-IF
           END-IF.

           IF WS-SCO-EST-RESTREINT
               MOVE WS-F1(1:5) TO WS-SCO-CLASSE
               IF WS-CODE-MATIERE NOT = SPACES
                   MOVE WS-CODE-MATIERE TO WS-SCO-MATIERE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-F6(1:6)) TO
                       WS-SCO-MATIERE
               END-IF
               PERFORM 9295-CHECK-OPERATOR-SCOPE
               IF NOT WS-SCO-EST-AUTORISE
                   MOVE "HORS PERIMETRE DU COMPTE" TO WS-MOTIF-REJET
                   GO TO VALIDATE-ONE-LINE-END
               END-IF
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-F4) = 0 AND WS-F4 NOT = SPACES
               COMPUTE WS-MATRICULE-NUM = FUNCTION NUMVAL(WS-F4)
           ELSE

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "IMPORT-NOTES".

       COPY PERPR REPLACING PROGRAM-TAG BY "IMPORT-NOTES".

       COPY PWHASHPR.

       COPY PORTPR REPLACING PROGRAM-TAG BY "IMPORT-NOTES".

       END PROGRAM IMPORT-NOTES.

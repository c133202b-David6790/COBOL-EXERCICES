                   MOVE "STATUT NON REPERTORIE" TO WS-DIAG-LIBELLE
           END-EVALUATE.

           MOVE "MAJEURE" TO ALR-SEVERITE.
           MOVE SPACES TO ALR-TEXTE.
           STRING "Statut " WS-DIAG-CODE-STATUT " sur "
                   WS-DIAG-FICHIER DELIMITED BY SPACE
                   " : " WS-DIAG-LIBELLE DELIMITED BY SIZE
               INTO ALR-TEXTE
           END-STRING.
           PERFORM 9950-POST-ALERT.

           OPEN EXTEND DIAG-SNAPSHOT-FILE.
           IF WS-DIAG-FILE-STATUS = "35"
               OPEN OUTPUT DIAG-SNAPSHOT-FILE

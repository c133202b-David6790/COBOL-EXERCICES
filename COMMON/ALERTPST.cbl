       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTE-ALERTE.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
       SECURITY. Standard.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ALRTSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ALRTFD.

       WORKING-STORAGE SECTION.
       01  WS-RETRY PIC 9(2) VALUE 0.
       01  WS-BACKOFF PIC 9(7) VALUE 0.

       COPY ALRTWS.

       LINKAGE SECTION.
       COPY ALRTLK.

       PROCEDURE DIVISION USING ALERTE-ZONE.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           MOVE "E" TO ALR-VERDICT.
           MOVE 0 TO ALR-NUMERO.

      *> Gravite inconnue : l'alerte est deposee en MAJEURE plutot
      *> que perdue.
           MOVE SPACES TO WS-AQ-COURANTE.
           MOVE ALR-SEVERITE TO WS-AQC-SEVERITE.
           IF NOT WS-AQC-CRITIQUE AND NOT WS-AQC-MAJEURE AND
                   NOT WS-AQC-MINEURE
               MOVE "MAJEURE" TO WS-AQC-SEVERITE
           END-IF.

      *> Le numero suit le plus grand numero deja attribue ; l'alerte
      *> est ajoutee en fin de fichier sans le reecrire.
           PERFORM 9960-LOAD-ALERT-QUEUE.
           ADD 1 TO WS-AQ-DERNIER-NUMERO GIVING WS-AQC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AQC-HORODATAGE.
           MOVE ALR-PROGRAMME TO WS-AQC-PROGRAMME.
           MOVE ALR-TEXTE TO WS-AQC-TEXTE.
           MOVE "O" TO WS-AQC-ETAT.
           MOVE "N" TO WS-AQC-ESCALADE.

      *> La file est partagee par toute la suite : un OPEN refuse
      *> est retente avec une courte attente, comme pour OPSLOG.DAT.
           MOVE 0 TO WS-RETRY.
           MOVE "99" TO WS-ALERT-QUEUE-STATUS.
           PERFORM UNTIL WS-ALERT-QUEUE-STATUS = "00" OR
                   WS-RETRY >= 5
               ADD 1 TO WS-RETRY
               OPEN EXTEND ALERT-QUEUE-FILE
               IF WS-ALERT-QUEUE-STATUS = "35"
                   OPEN OUTPUT ALERT-QUEUE-FILE
               END-IF
               IF WS-ALERT-QUEUE-STATUS NOT = "00"
                   PERFORM VARYING WS-BACKOFF FROM 1 BY 1
                           UNTIL WS-BACKOFF > WS-RETRY * 1000000
                       CONTINUE
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               GO TO PROCEDURES-END
           END-IF.

           MOVE WS-AQ-COURANTE TO ALERT-QUEUE-RECORD.
           WRITE ALERT-QUEUE-RECORD.
           CLOSE ALERT-QUEUE-FILE.
           MOVE WS-AQC-NUMERO TO ALR-NUMERO.
           MOVE "D" TO ALR-VERDICT.

           PROCEDURES-END.
           *>============
               GOBACK.

       COPY ALRQPR.

       END PROGRAM POSTE-ALERTE.

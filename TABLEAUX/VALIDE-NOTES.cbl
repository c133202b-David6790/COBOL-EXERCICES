       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDE-NOTES.
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
           COPY ELEVMSSL.
           COPY CORRSL.
           COPY NAUDSL.
           COPY PERSL.
           SELECT AGEING-REPORT-FILE ASSIGN TO "TABLATTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

       COPY CORRFD.

       COPY NAUDFD.

       COPY PERFD.

       FD  AGEING-REPORT-FILE.
       01  AGEING-REPORT-RECORD         PIC X(100).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).

       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-DECISION PIC X.
       01  WS-SAISIE-MOTIF-REJET PIC X(40).
       01  WS-APPROBATEUR PIC X(8).
       01  WS-CNT-EN-ATTENTE PIC 9(3) VALUE 0.
       01  WS-CNT-DECIDEES PIC 9(3) VALUE 0.
       01  WS-CNT-APPROUVEES PIC 9(3) VALUE 0.
       01  WS-CNT-REJETEES PIC 9(3) VALUE 0.

       01  WS-TRIM-NUM PIC 9.
       01  WS-INDEX-NOTE PIC 9(2).
       01  WS-NOTE-FOUND PIC X VALUE "N".
           88  WS-NOTE-IS-FOUND VALUE "Y".
       01  WS-CORRECTION-APPLIQUEE PIC X VALUE "N".
           88  WS-CORRECTION-EST-APPLIQUEE VALUE "Y".

      *> Anciennete des corrections en attente, en jours depuis la
      *> demande : 0-2, 3-7, 8-15, plus de 15.
       01  WS-JOURS-DU-JOUR PIC 9(8).
       01  WS-AGE-JOURS PIC S9(5).
       01  WS-AGE-MAX PIC S9(5) VALUE 0.
       01  WS-TRANCHES.
           05 WS-TRANCHE-CNT OCCURS 4 TIMES PIC 9(3).
       01  WS-TRANCHES-LIBELLES-VALEURS.
           05 FILLER PIC X(16) VALUE "0 a 2 jours     ".
           05 FILLER PIC X(16) VALUE "3 a 7 jours     ".
           05 FILLER PIC X(16) VALUE "8 a 15 jours    ".
           05 FILLER PIC X(16) VALUE "plus de 15 jours".
       01  WS-TRANCHES-LIBELLES REDEFINES
               WS-TRANCHES-LIBELLES-VALEURS.
           05 WS-TRANCHE-LIBELLE OCCURS 4 TIMES PIC X(16).
       01  WS-INDEX-TRANCHE PIC 9.

       01  WS-EDIT-ANC PIC Z9.99.
       01  WS-EDIT-NOUV PIC Z9.99.
       01  WS-EDIT-AGE PIC ZZZZ9.
       01  WS-EDIT-CNT PIC ZZ9.

       COPY CORRWS.

       COPY ELEVMSWS.

       COPY PERWS.

       COPY PWHASHWS.

       COPY RPTCATLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           PERFORM 9270-LOAD-PERIODES.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU
               PERFORM 2000-DISPATCH-CHOICE
           END-PERFORM.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-DISPLAY-MENU SECTION.
       *>-----------------------------

           DISPLAY-MENU-START.
           *>===================

           DISPLAY " ".
           DISPLAY "=== Corrections de notes apres distribution ===".
           DISPLAY "V. Approuver ou rejeter les corrections en "&
               "attente".
           DISPLAY "E. Etat d'anciennete des corrections en attente".
           DISPLAY "Q. Quitter".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.

           DISPLAY-MENU-END.
           *>=================
               EXIT.

       2000-DISPATCH-CHOICE SECTION.
       *>-----------------------------

           DISPATCH-CHOICE-START.
           *>=====================

           EVALUATE WS-USER-CHOICE
               WHEN "V"
               WHEN "v"
                   PERFORM 3000-REVIEW-CORRECTIONS
               WHEN "E"
               WHEN "e"
                   PERFORM 4000-AGEING-REPORT
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       3000-REVIEW-CORRECTIONS SECTION.
       *>-----------------------------------

           REVIEW-CORRECTIONS-START.
           *>=========================

      *> Une correction deposee par ELEVE-MAINT n'est appliquee au
      *> fichier maitre qu'une fois approuvee, et jamais par celui
      *> qui l'a deposee. L'approbateur doit detenir le droit de
      *> reouverture des trimestres et le confirmer par son mot de
      *> passe.
           PERFORM 9880-LOAD-CORRECTIONS.
           IF WS-CA-EST-SATUREE
               DISPLAY "NOTEATTN.DAT depasse la table (300 "&
                   "corrections), approbation impossible."
               GO TO REVIEW-CORRECTIONS-END
           END-IF.

           MOVE 0 TO WS-CNT-EN-ATTENTE.
           PERFORM VARYING WS-INDEX-CA FROM 1 BY 1 UNTIL
                   WS-INDEX-CA > WS-CA-COUNT
               MOVE WS-CA-LIGNE(WS-INDEX-CA) TO WS-CA-COURANTE
               IF WS-CAC-EN-ATTENTE
                   ADD 1 TO WS-CNT-EN-ATTENTE
               END-IF
           END-PERFORM.
           IF WS-CNT-EN-ATTENTE = 0
               DISPLAY "Aucune correction en attente."
               GO TO REVIEW-CORRECTIONS-END
           END-IF.

           PERFORM 9280-CHECK-REOPEN-RIGHT.
           IF NOT WS-PER-DROIT-REOUVERTURE
               DISPLAY "Approbation refusee : droit de reouverture "&
                   "requis."
               GO TO REVIEW-CORRECTIONS-END
           END-IF.
      *> Sans OPERATRS.DAT l'acces est complet, mais personne n'est
      *> identifie : le second regard ne peut pas etre garanti.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.
           IF RC-OPERATOR-ID = SPACES OR RC-OPERATOR-ID = "ANONYME"
               DISPLAY "Approbation refusee : operateur non "&
                   "identifie (OPERATRS.DAT requis)."
               GO TO REVIEW-CORRECTIONS-END
           END-IF.
           MOVE RC-OPERATOR-ID TO WS-APPROBATEUR.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Fichier maitre ELEVMAST.DAT inaccessible "&
                   "(statut " WS-MASTER-FILE-STATUS ")."
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO REVIEW-CORRECTIONS-END
           END-IF.

           MOVE 0 TO WS-CNT-DECIDEES.
           PERFORM VARYING WS-INDEX-CA FROM 1 BY 1 UNTIL
                   WS-INDEX-CA > WS-CA-COUNT
               MOVE WS-CA-LIGNE(WS-INDEX-CA) TO WS-CA-COURANTE
               IF WS-CAC-EN-ATTENTE
                   PERFORM 3100-REVIEW-ONE-CORRECTION
               END-IF
           END-PERFORM.
           CLOSE MASTER-FILE.

           IF WS-CNT-DECIDEES > 0
               PERFORM 9885-REWRITE-CORRECTIONS
           END-IF.
           DISPLAY WS-CNT-DECIDEES " correction(s) traitee(s).".

           REVIEW-CORRECTIONS-END.
           *>=======================
               EXIT.

       3100-REVIEW-ONE-CORRECTION SECTION.
       *>--------------------------------------

           REVIEW-ONE-CORRECTION-START.
           *>============================

           MOVE WS-CAC-ANC-NOTE TO WS-EDIT-ANC.
           MOVE WS-CAC-NOUV-NOTE TO WS-EDIT-NOUV.
           DISPLAY " ".
           DISPLAY "Correction " WS-CAC-NUMERO " du "
               WS-CAC-DATE-DEMANDE " par " WS-CAC-DEMANDEUR.
           DISPLAY "  " WS-CAC-MATRICULE " " WS-CAC-NOM " "
               WS-CAC-PRENOM " (" WS-CAC-ID-CLASSE ") T"
               WS-CAC-TRIMESTRE " " WS-CAC-MATIERE.
           DISPLAY "  Avant : " WS-EDIT-ANC " (" WS-CAC-ANC-FLAG
               ") coeff " WS-CAC-ANC-COEFF
               "  Apres : " WS-EDIT-NOUV " (" WS-CAC-NOUV-FLAG
               ") coeff " WS-CAC-NOUV-COEFF
               "  Motif : " WS-CAC-CODE-MOTIF.

           IF WS-CAC-DEMANDEUR = WS-APPROBATEUR
               DISPLAY "  Votre propre demande : approbation par "&
                   "un autre operateur."
               GO TO REVIEW-ONE-CORRECTION-END
           END-IF.

           DISPLAY "A = approuver, R = rejeter, "&
               "autre = laisser en attente :".
           ACCEPT WS-DECISION.

           IF WS-DECISION = "A" OR "a"
               PERFORM 3200-APPLY-CORRECTION
               IF WS-CORRECTION-EST-APPLIQUEE
                   MOVE "APPROUVE" TO WS-CAC-STATUT
               END-IF
           END-IF.

           IF WS-DECISION = "R" OR "r"
               DISPLAY "Motif du rejet (40 car., obligatoire) :"
               ACCEPT WS-SAISIE-MOTIF-REJET
               IF WS-SAISIE-MOTIF-REJET = SPACES
                   DISPLAY "  Motif absent, correction laissee en "&
                       "attente."
               ELSE
                   MOVE WS-SAISIE-MOTIF-REJET TO WS-CAC-MOTIF-REJET
                   MOVE "REJETE" TO WS-CAC-STATUT
                   DISPLAY "  Correction rejetee, note inchangee."
               END-IF
           END-IF.

           IF NOT WS-CAC-EN-ATTENTE
               MOVE WS-APPROBATEUR TO WS-CAC-APPROBATEUR
               MOVE WS-DATE-DU-JOUR TO WS-CAC-DATE-DECISION
               MOVE WS-CA-COURANTE TO WS-CA-LIGNE(WS-INDEX-CA)
               ADD 1 TO WS-CNT-DECIDEES
           END-IF.

           REVIEW-ONE-CORRECTION-END.
           *>==========================
               EXIT.

       3200-APPLY-CORRECTION SECTION.
       *>---------------------------------

           APPLY-CORRECTION-START.
           *>=======================

      *> La note est appliquee seulement si la fiche porte encore
      *> la valeur vue par le demandeur ; sinon la correction reste
      *> en attente et doit etre rejetee puis redeposee.
           MOVE "N" TO WS-CORRECTION-APPLIQUEE.
           MOVE WS-CAC-MATRICULE TO WS-MST-MATRICULE-CHERCHE.
           PERFORM 9770-READ-BY-MATRICULE.
           IF NOT WS-MST-EST-TROUVE
               DISPLAY "  Matricule absent du fichier maitre, "&
                   "correction laissee en attente."
               GO TO APPLY-CORRECTION-END
           END-IF.

           MOVE WS-CAC-TRIMESTRE TO WS-TRIM-NUM.
           MOVE "N" TO WS-NOTE-FOUND.
           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                   WS-INDEX-NOTE > MST-NB-NOTES(WS-TRIM-NUM)
               IF MST-MATIERE(WS-TRIM-NUM WS-INDEX-NOTE) =
                       WS-CAC-MATIERE
                   MOVE "Y" TO WS-NOTE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-NOTE-IS-FOUND
               DISPLAY "  Matiere absente de la fiche, correction "&
                   "laissee en attente."
               GO TO APPLY-CORRECTION-END
           END-IF.
           IF MST-NOTE(WS-TRIM-NUM WS-INDEX-NOTE) NOT =
                   WS-CAC-ANC-NOTE OR
                   MST-NOTE-FLAG(WS-TRIM-NUM WS-INDEX-NOTE) NOT =
                   WS-CAC-ANC-FLAG OR
                   MST-COEFF(WS-TRIM-NUM WS-INDEX-NOTE) NOT =
                   WS-CAC-ANC-COEFF
               DISPLAY "  Note modifiee depuis la demande, "&
                   "correction laissee en attente (a rejeter)."
               GO TO APPLY-CORRECTION-END
           END-IF.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE MST-ID-CLASSE TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               GO TO APPLY-CORRECTION-END
           END-IF.

           MOVE WS-CAC-NOUV-COEFF TO
               MST-COEFF(WS-TRIM-NUM WS-INDEX-NOTE).
           MOVE WS-CAC-NOUV-NOTE TO
               MST-NOTE(WS-TRIM-NUM WS-INDEX-NOTE).
           MOVE WS-CAC-NOUV-FLAG TO
               MST-NOTE-FLAG(WS-TRIM-NUM WS-INDEX-NOTE).
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "  Erreur de reecriture du fichier "&
                       "maitre, correction laissee en attente."
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CORRECTION-APPLIQUEE
                   PERFORM 3300-WRITE-AUDIT-RECORD
                   DISPLAY "  Correction approuvee et appliquee."
           END-REWRITE.

           APPLY-CORRECTION-END.
           *>=====================
               EXIT.

       3300-WRITE-AUDIT-RECORD SECTION.
       *>----------------------------------

           WRITE-AUDIT-RECORD-START.
           *>=========================

      *> Le journal porte le demandeur et l'approbateur.
           OPEN EXTEND NOTE-AUDIT-FILE.
           IF WS-NOTE-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT NOTE-AUDIT-FILE
           END-IF.

           MOVE SPACES TO NOTE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NA-TIMESTAMP.
           MOVE WS-CAC-DEMANDEUR TO NA-OPERATEUR.
           MOVE "VALIDE-NOTES" TO NA-PROGRAMME.
           MOVE "C" TO NA-TYPE.
           MOVE MST-ID-CLASSE TO NA-ID-CLASSE.
           MOVE MST-NOM TO NA-NOM.
           MOVE MST-PRENOM TO NA-PRENOM.
           MOVE MST-MATRICULE TO NA-MATRICULE.
           MOVE WS-TRIM-NUM TO NA-TRIMESTRE.
           MOVE WS-CAC-MATIERE TO NA-MATIERE.
           MOVE WS-CAC-ANC-NOTE TO NA-ANC-NOTE.
           MOVE WS-CAC-ANC-FLAG TO NA-ANC-FLAG.
           MOVE WS-CAC-NOUV-NOTE TO NA-NOUV-NOTE.
           MOVE WS-CAC-NOUV-FLAG TO NA-NOUV-FLAG.
           MOVE WS-CAC-CODE-MOTIF TO NA-CODE-MOTIF.
           MOVE WS-APPROBATEUR TO NA-APPROBATEUR.
           WRITE NOTE-AUDIT-RECORD.

           CLOSE NOTE-AUDIT-FILE.

           WRITE-AUDIT-RECORD-END.
           *>=======================
               EXIT.

       4000-AGEING-REPORT SECTION.
       *>------------------------------

           AGEING-REPORT-START.
           *>====================

           PERFORM 9880-LOAD-CORRECTIONS.
           COMPUTE WS-JOURS-DU-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR).
           MOVE 0 TO WS-CNT-EN-ATTENTE.
           MOVE 0 TO WS-CNT-APPROUVEES.
           MOVE 0 TO WS-CNT-REJETEES.
           MOVE 0 TO WS-AGE-MAX.
           INITIALIZE WS-TRANCHES.

           OPEN OUTPUT AGEING-REPORT-FILE.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING "=== Corrections de notes en attente "&
                   "d'approbation au " WS-DATE-DU-JOUR " ==="
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.

           PERFORM VARYING WS-INDEX-CA FROM 1 BY 1 UNTIL
                   WS-INDEX-CA > WS-CA-COUNT
               MOVE WS-CA-LIGNE(WS-INDEX-CA) TO WS-CA-COURANTE
               EVALUATE TRUE
                   WHEN WS-CAC-EN-ATTENTE
                       PERFORM 4100-REPORT-ONE-PENDING
                   WHEN WS-CAC-APPROUVEE
                       ADD 1 TO WS-CNT-APPROUVEES
                   WHEN WS-CAC-REJETEE
                       ADD 1 TO WS-CNT-REJETEES
               END-EVALUATE
           END-PERFORM.

           IF WS-CNT-EN-ATTENTE = 0
               MOVE "Aucune correction en attente." TO
                   AGEING-REPORT-RECORD
               WRITE AGEING-REPORT-RECORD
           END-IF.

           MOVE SPACES TO AGEING-REPORT-RECORD.
           WRITE AGEING-REPORT-RECORD.
           MOVE "Anciennete des corrections en attente :" TO
               AGEING-REPORT-RECORD.
           WRITE AGEING-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1 UNTIL
                   WS-INDEX-TRANCHE > 4
               MOVE WS-TRANCHE-CNT(WS-INDEX-TRANCHE) TO WS-EDIT-CNT
               MOVE SPACES TO AGEING-REPORT-RECORD
               STRING "  " WS-TRANCHE-LIBELLE(WS-INDEX-TRANCHE)
                       " : " WS-EDIT-CNT
                   DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
               END-STRING
               WRITE AGEING-REPORT-RECORD
           END-PERFORM.

           MOVE WS-CNT-EN-ATTENTE TO WS-EDIT-CNT.
           MOVE WS-AGE-MAX TO WS-EDIT-AGE.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING "Total en attente : " WS-EDIT-CNT
                   "  plus ancienne : " WS-EDIT-AGE " jour(s)"
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.
           MOVE WS-CNT-APPROUVEES TO WS-EDIT-CNT.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING "Deja approuvees : " WS-EDIT-CNT
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.
           MOVE WS-CNT-REJETEES TO WS-EDIT-CNT.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING "Rejetees        : " WS-EDIT-CNT
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.
           CLOSE AGEING-REPORT-FILE.

           DISPLAY "Corrections en attente : " WS-CNT-EN-ATTENTE
               " (rapport TABLATTN.DAT).".
           MOVE "TABLATTN.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           AGEING-REPORT-END.
           *>==================
               EXIT.

       4100-REPORT-ONE-PENDING SECTION.
       *>-----------------------------------

           REPORT-ONE-PENDING-START.
           *>=========================

           ADD 1 TO WS-CNT-EN-ATTENTE.
           MOVE 0 TO WS-AGE-JOURS.
           IF WS-CAC-DATE-DEMANDE IS NUMERIC AND
                   WS-CAC-DATE-DEMANDE > 0
               COMPUTE WS-AGE-JOURS = WS-JOURS-DU-JOUR -
                   FUNCTION INTEGER-OF-DATE(WS-CAC-DATE-DEMANDE)
           END-IF.
           IF WS-AGE-JOURS < 0
               MOVE 0 TO WS-AGE-JOURS
           END-IF.
           IF WS-AGE-JOURS > WS-AGE-MAX
               MOVE WS-AGE-JOURS TO WS-AGE-MAX
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 2
                   MOVE 1 TO WS-INDEX-TRANCHE
               WHEN WS-AGE-JOURS <= 7
                   MOVE 2 TO WS-INDEX-TRANCHE
               WHEN WS-AGE-JOURS <= 15
                   MOVE 3 TO WS-INDEX-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-INDEX-TRANCHE
           END-EVALUATE.
           ADD 1 TO WS-TRANCHE-CNT(WS-INDEX-TRANCHE).

           MOVE WS-AGE-JOURS TO WS-EDIT-AGE.
           MOVE WS-CAC-ANC-NOTE TO WS-EDIT-ANC.
           MOVE WS-CAC-NOUV-NOTE TO WS-EDIT-NOUV.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING WS-CAC-NUMERO " " WS-CAC-DATE-DEMANDE
                   " " WS-EDIT-AGE " j  " WS-CAC-DEMANDEUR " "
                   WS-CAC-ID-CLASSE " " WS-CAC-NOM " "
                   WS-CAC-PRENOM " T" WS-CAC-TRIMESTRE
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.
           MOVE SPACES TO AGEING-REPORT-RECORD.
           STRING "       " WS-CAC-MATIERE " " WS-EDIT-ANC
                   " -> " WS-EDIT-NOUV "  Motif : " WS-CAC-CODE-MOTIF
               DELIMITED BY SIZE INTO AGEING-REPORT-RECORD
           END-STRING.
           WRITE AGEING-REPORT-RECORD.

           REPORT-ONE-PENDING-END.
           *>=====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "VALIDE-NOTES".

       COPY PERPR REPLACING PROGRAM-TAG BY "VALIDE-NOTES".

       COPY PWHASHPR.

       COPY ELEVMSPR.

       COPY CORRPR.

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "VALIDE-NOTES".

       END PROGRAM VALIDE-NOTES.

           SELECT MATRICULE-FILE ASSIGN TO "ELEVNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULE-FILE-STATUS.
           COPY NAUDSL.
           SELECT DISTRIBUTION-FILE ASSIGN TO "TABLDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-FILE-STATUS.
           COPY CORRSL.
           COPY PERSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       01  MATRICULE-RECORD.
           05 MN-PROCHAIN               PIC 9(6).

       COPY NAUDFD.

       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-RECORD.
           05 DS-ID-CLASSE              PIC X(5).
           05 DS-NOM                    PIC X(12).
           05 DS-PRENOM                 PIC X(12).
           05 DS-MATRICULE              PIC 9(6).
           05 DS-TRIMESTRE              PIC 9.
           05 DS-DATE-EDITION           PIC 9(8).
           05 DS-STATUT                 PIC X(6).
           05 DS-DATE-STATUT            PIC 9(8).
           05 DS-HEURE-EDITION          PIC 9(6).
           05 DS-NATURE                 PIC X.
               88 DS-RECTIFICATIF       VALUE "C".

       COPY CORRFD.

       COPY PERFD.

       COPY OPSLOGFD.

       01  WS-CNT-IMPORTES PIC 9(5) VALUE 0.
       01  WS-CNT-IMPORT-REJETS PIC 9(5) VALUE 0.

       01  WS-SAISIE-MOTIF PIC X(3).
       01  WS-AUDIT-TYPE PIC X.
       01  WS-ANC-NOTE PIC 9(2)V99.
       01  WS-ANC-FLAG PIC X.
       01  WS-FICHE-SAUVE PIC X(821).
       01  WS-ANC-COEFF PIC 9.

      *> Une note deja vue des familles (bulletin edite, suivi dans
      *> TABLDIST.DAT) ne se corrige plus directement : la
      *> correction est mise en attente dans NOTEATTN.DAT.
       01  WS-DISTRIBUTION-FILE-STATUS PIC X(2).
       01  WS-EOF-DIST PIC X VALUE "N".
           88  WS-END-OF-DIST VALUE "Y".
       01  WS-BULLETIN-DISTRIBUE PIC X VALUE "N".
           88  WS-BULLETIN-EST-DISTRIBUE VALUE "Y".
       01  WS-DATE-DISTRIBUTION PIC 9(8) VALUE 0.
       01  WS-DEJA-EN-ATTENTE PIC X VALUE "N".
           88  WS-EST-DEJA-EN-ATTENTE VALUE "Y".
       01  WS-DEMANDEUR-IDENTIFIE PIC X VALUE "N".
           88  WS-DEMANDEUR-EST-IDENTIFIE VALUE "Y".
       01  WS-MDP-DEMANDE PIC X VALUE "N".
           88  WS-MDP-EST-DEMANDE VALUE "Y".

       COPY CORRWS.

       COPY ELEVMSWS.

       COPY ENVCTLWS.

       COPY PERWS.

       COPY PWHASHWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0100-OPEN-OR-CREATE-MASTER.
           PERFORM 9270-LOAD-PERIODES.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU
           DISPLAY "A. Ajouter un eleve".
           DISPLAY "C. Corriger ou saisir une note".
           DISPLAY "T. Transferer un eleve de classe".
           DISPLAY "N. Corriger le nom ou le prenom d'un eleve".
           DISPLAY "S. Supprimer un eleve".
           DISPLAY "I. Importer ELEVES.DAT dans le fichier maitre".
           DISPLAY "Q. Quitter".
               WHEN "T"
               WHEN "t"
                   PERFORM 5000-TRANSFER-STUDENT
               WHEN "N"
               WHEN "n"
                   PERFORM 5500-RENAME-STUDENT
               WHEN "S"
               WHEN "s"
                   PERFORM 6000-REMOVE-STUDENT
           *>==========================

           MOVE "N" TO WS-RECORD-PRESENT.
           PERFORM 9750-SELECT-MASTER-STUDENT.
           IF WS-MST-EST-TROUVE
               MOVE "Y" TO WS-RECORD-PRESENT
               DISPLAY "Eleve " MST-MATRICULE " : " MST-NOM " "
                   MST-PRENOM " (" MST-ID-CLASSE ")."
           END-IF.

           READ-STUDENT-RECORD-END.
           *>========================
           *>==================

           PERFORM 2100-ACCEPT-STUDENT-KEY.
           MOVE WS-SAISIE-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE WS-SAISIE-NOM TO WS-MST-SAISIE-NOM.
           MOVE WS-SAISIE-PRENOM TO WS-MST-SAISIE-PRENOM.
           PERFORM 9755-FIND-CLASS-NAME.
           IF WS-MST-EST-TROUVE
               DISPLAY "Cet eleve existe deja (matricule "
                   MST-MATRICULE ")."
               GO TO ADD-STUDENT-END
           END-IF.

           PERFORM 3100-ASSIGN-MATRICULE.
           PERFORM 2300-INIT-EMPTY-NOTES.
           MOVE WS-SAISIE-CLASSE TO MST-ID-CLASSE.
           MOVE WS-SAISIE-NOM TO MST-NOM.
           MOVE WS-SAISIE-PRENOM TO MST-PRENOM.
           MOVE WS-PROCHAIN-MATRICULE TO MST-MATRICULE.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Matricule " MST-MATRICULE
                       " deja attribue, ajout annule."
               NOT INVALID KEY
                   PERFORM 3200-COMMIT-MATRICULE
                   DISPLAY "Eleve ajoute, matricule " MST-MATRICULE
           IF WS-PROCHAIN-MATRICULE = 0
               MOVE 1 TO WS-PROCHAIN-MATRICULE
           END-IF.

      *> Le compteur peut etre en retard sur le fichier maitre
      *> (matricules repris d'ELEVES.DAT ou d'un dossier d'exeat) :
      *> on saute les matricules deja portes par une fiche.
           MOVE "Y" TO WS-MST-TROUVE.
           PERFORM UNTIL NOT WS-MST-EST-TROUVE
               MOVE WS-PROCHAIN-MATRICULE TO WS-MST-MATRICULE-CHERCHE
               PERFORM 9770-READ-BY-MATRICULE
               IF WS-MST-EST-TROUVE
                   ADD 1 TO WS-PROCHAIN-MATRICULE
               END-IF
           END-PERFORM.

           ASSIGN-MATRICULE-END.
           *>=====================
           CORRECT-NOTE-START.
           *>===================

           PERFORM 2200-READ-STUDENT-RECORD.
           IF NOT WS-RECORD-IS-PRESENT
               GO TO CORRECT-NOTE-END
               GO TO CORRECT-NOTE-END
           END-IF.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE MST-ID-CLASSE TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               GO TO CORRECT-NOTE-END
           END-IF.

           DISPLAY "Matiere :".
           ACCEPT WS-SAISIE-MATIERE.

               MOVE "N" TO WS-ANC-FLAG
           ELSE
               MOVE "C" TO WS-AUDIT-TYPE
               MOVE MST-COEFF(WS-TRIM-NUM WS-INDEX-NOTE) TO
                   WS-ANC-COEFF
               MOVE MST-NOTE(WS-TRIM-NUM WS-INDEX-NOTE) TO
                   WS-ANC-NOTE
               MOVE MST-NOTE-FLAG(WS-TRIM-NUM WS-INDEX-NOTE) TO
               GO TO CORRECT-NOTE-END
           END-IF.

      *> Une note existante d'un trimestre dont le bulletin a ete
      *> distribue attend l'approbation d'un second operateur ;
      *> la fiche lue n'est pas reecrite.
           IF WS-AUDIT-TYPE = "C"
               PERFORM 4200-CHECK-DISTRIBUTED
               IF WS-BULLETIN-EST-DISTRIBUE
                   PERFORM 4300-HOLD-CORRECTION
                   GO TO CORRECT-NOTE-END
               END-IF
           END-IF.

           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur de reecriture du fichier maitre."
           *>=================
               EXIT.

       4200-CHECK-DISTRIBUTED SECTION.
       *>----------------------------------

           CHECK-DISTRIBUTED-START.
           *>========================

      *> Meme rapprochement que DISTRIB-SUIVI : par matricule, ou
      *> par classe/nom/prenom pour les lignes sans matricule.
           MOVE "N" TO WS-BULLETIN-DISTRIBUE.
           MOVE 0 TO WS-DATE-DISTRIBUTION.
           MOVE "N" TO WS-EOF-DIST.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DISTRIBUTION-FILE-STATUS NOT = "00"
               GO TO CHECK-DISTRIBUTED-END
           END-IF.

           PERFORM UNTIL WS-END-OF-DIST
               READ DISTRIBUTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DIST
                   NOT AT END
                       IF DS-TRIMESTRE = WS-TRIM-NUM AND
                               ((DS-MATRICULE IS NUMERIC AND
                               DS-MATRICULE > 0 AND
                               DS-MATRICULE = MST-MATRICULE)
                               OR
                               ((DS-MATRICULE IS NOT NUMERIC OR
                               DS-MATRICULE = 0) AND
                               DS-ID-CLASSE = MST-ID-CLASSE AND
                               DS-NOM = MST-NOM AND
                               DS-PRENOM = MST-PRENOM))
                           MOVE "Y" TO WS-BULLETIN-DISTRIBUE
                           IF DS-DATE-EDITION IS NUMERIC
                               MOVE DS-DATE-EDITION TO
                                   WS-DATE-DISTRIBUTION
                           END-IF
                           MOVE "Y" TO WS-EOF-DIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-FILE.

           CHECK-DISTRIBUTED-END.
           *>======================
               EXIT.

       4300-HOLD-CORRECTION SECTION.
       *>--------------------------------

           HOLD-CORRECTION-START.
           *>======================

           DISPLAY "Bulletin du trimestre " WS-TRIM-NUM
               " deja distribue (edite le " WS-DATE-DISTRIBUTION
               ").".

           PERFORM 4310-IDENTIFY-REQUESTER.
           IF NOT WS-DEMANDEUR-EST-IDENTIFIE
               DISPLAY "Demandeur non identifie, correction "&
                   "abandonnee."
               GO TO HOLD-CORRECTION-END
           END-IF.

           PERFORM 9880-LOAD-CORRECTIONS.
           IF WS-CA-EST-SATUREE
               DISPLAY "NOTEATTN.DAT depasse la table (300 "&
                   "corrections), correction abandonnee."
               GO TO HOLD-CORRECTION-END
           END-IF.

           MOVE "N" TO WS-DEJA-EN-ATTENTE.
           PERFORM VARYING WS-INDEX-CA FROM 1 BY 1 UNTIL
                   WS-INDEX-CA > WS-CA-COUNT
               MOVE WS-CA-LIGNE(WS-INDEX-CA) TO WS-CA-COURANTE
               IF WS-CAC-EN-ATTENTE AND
                       WS-CAC-MATRICULE = MST-MATRICULE AND
                       WS-CAC-TRIMESTRE = WS-TRIM-NUM AND
                       WS-CAC-MATIERE =
                           MST-MATIERE(WS-TRIM-NUM WS-INDEX-NOTE)
                   MOVE "Y" TO WS-DEJA-EN-ATTENTE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EST-DEJA-EN-ATTENTE
               DISPLAY "Correction " WS-CAC-NUMERO " deja en "&
                   "attente pour cette note, deposee par "
                   WS-CAC-DEMANDEUR "."
               GO TO HOLD-CORRECTION-END
           END-IF.

           MOVE SPACES TO WS-CA-COURANTE.
           ADD 1 TO WS-CA-DERNIER-NUMERO GIVING WS-CAC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAC-DATE-DEMANDE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CAC-HEURE-DEMANDE.
           MOVE RC-OPERATOR-ID TO WS-CAC-DEMANDEUR.
           MOVE MST-ID-CLASSE TO WS-CAC-ID-CLASSE.
           MOVE MST-NOM TO WS-CAC-NOM.
           MOVE MST-PRENOM TO WS-CAC-PRENOM.
           MOVE MST-MATRICULE TO WS-CAC-MATRICULE.
           MOVE WS-TRIM-NUM TO WS-CAC-TRIMESTRE.
           MOVE MST-MATIERE(WS-TRIM-NUM WS-INDEX-NOTE) TO
               WS-CAC-MATIERE.
           MOVE WS-ANC-COEFF TO WS-CAC-ANC-COEFF.
           MOVE WS-ANC-NOTE TO WS-CAC-ANC-NOTE.
           MOVE WS-ANC-FLAG TO WS-CAC-ANC-FLAG.
           MOVE MST-COEFF(WS-TRIM-NUM WS-INDEX-NOTE) TO
               WS-CAC-NOUV-COEFF.
           MOVE MST-NOTE(WS-TRIM-NUM WS-INDEX-NOTE) TO
               WS-CAC-NOUV-NOTE.
           MOVE MST-NOTE-FLAG(WS-TRIM-NUM WS-INDEX-NOTE) TO
               WS-CAC-NOUV-FLAG.
           MOVE WS-SAISIE-MOTIF TO WS-CAC-CODE-MOTIF.
           MOVE "ATTENTE" TO WS-CAC-STATUT.
           MOVE 0 TO WS-CAC-DATE-DECISION.

           OPEN EXTEND CORRECTION-FILE.
           IF WS-CORRECTION-STATUS = "35"
               OPEN OUTPUT CORRECTION-FILE
           END-IF.
           IF WS-CORRECTION-STATUS NOT = "00"
               DISPLAY "NOTEATTN.DAT inaccessible (statut "
                   WS-CORRECTION-STATUS "), correction abandonnee."
               GO TO HOLD-CORRECTION-END
           END-IF.
           MOVE WS-CA-COURANTE TO CORRECTION-RECORD.
           WRITE CORRECTION-RECORD.
           CLOSE CORRECTION-FILE.

           DISPLAY "Correction " WS-CAC-NUMERO " en attente : "&
               "elle sera appliquee apres approbation par un "&
               "second operateur (menu principal, corrections de "&
               "notes).".

           HOLD-CORRECTION-END.
           *>====================
               EXIT.

       4310-IDENTIFY-REQUESTER SECTION.
       *>-----------------------------------

           IDENTIFY-REQUESTER-START.
           *>=========================

      *> Le demandeur d'une correction en attente doit etre un
      *> operateur authentifie : sinon un seul operateur pourrait
      *> deposer sous un autre nom et approuver lui-meme dans
      *> VALIDE-NOTES. Sans OPERATRS.DAT personne n'est identifie,
      *> la correction n'est pas mise en attente.
           MOVE "N" TO WS-DEMANDEUR-IDENTIFIE.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.

           OPEN INPUT PERIOD-OPER-FILE.
           IF WS-PERIOD-OPER-STATUS NOT = "00"
               DISPLAY "OPERATRS.DAT inaccessible (statut "
                   WS-PERIOD-OPER-STATUS ") : demandeur non "&
                   "verifiable."
               GO TO IDENTIFY-REQUESTER-END
           END-IF.

      *> Un operateur passe par l'ouverture de session du menu
      *> principal est deja authentifie.
           IF RC-OPERATOR-ID NOT = SPACES AND
                   RC-OPERATOR-ID NOT = "ANONYME"
               MOVE RC-OPERATOR-ID TO WS-PER-SAISIE-ID
               MOVE "N" TO WS-MDP-DEMANDE
           ELSE
               DISPLAY "Identifiant operateur du demandeur "&
                   "(vide = abandon) :"
               ACCEPT WS-PER-SAISIE-ID
               IF WS-PER-SAISIE-ID = SPACES
                   CLOSE PERIOD-OPER-FILE
                   GO TO IDENTIFY-REQUESTER-END
               END-IF
               DISPLAY "Mot de passe de " WS-PER-SAISIE-ID " :"
               ACCEPT WS-HASH-INPUT
               PERFORM 9400-HASH-PASSWORD
               MOVE "Y" TO WS-MDP-DEMANDE
           END-IF.

           MOVE "N" TO WS-PER-EOF-OPER.
           PERFORM UNTIL WS-PER-END-OF-OPER
               READ PERIOD-OPER-FILE
                   AT END
                       MOVE "Y" TO WS-PER-EOF-OPER
                   NOT AT END
                       IF PO-ID = WS-PER-SAISIE-ID
                           IF (PO-HASH = WS-HASH-VALUE OR
                                   NOT WS-MDP-EST-DEMANDE) AND
                                   PO-STATUT NOT = "D" AND
                                   PO-STATUT NOT = "L"
                               MOVE "Y" TO WS-DEMANDEUR-IDENTIFIE
                               MOVE PO-ID TO RC-OPERATOR-ID
                           END-IF
                           MOVE "Y" TO WS-PER-EOF-OPER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-OPER-FILE.
           MOVE SPACES TO WS-HASH-INPUT.

           IDENTIFY-REQUESTER-END.
           *>=======================
               EXIT.

       4500-WRITE-AUDIT-RECORD SECTION.
       *>----------------------------------

           TRANSFER-STUDENT-START.
           *>=======================

           PERFORM 2200-READ-STUDENT-RECORD.
           IF NOT WS-RECORD-IS-PRESENT
               GO TO TRANSFER-STUDENT-END
           DISPLAY "Nouvelle classe :".
           ACCEPT WS-SAISIE-NOUV-CLASSE.
           IF WS-SAISIE-NOUV-CLASSE = SPACES OR
                   WS-SAISIE-NOUV-CLASSE = MST-ID-CLASSE
               DISPLAY "Nouvelle classe invalide, transfert annule."
               GO TO TRANSFER-STUDENT-END
           END-IF.

      *> La fiche garde son matricule et est reecrite sur place,
      *> apres controle d'un homonyme dans la classe d'accueil.
           MOVE MASTER-RECORD TO WS-FICHE-SAUVE.
           MOVE WS-SAISIE-NOUV-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE MST-NOM TO WS-MST-SAISIE-NOM.
           MOVE MST-PRENOM TO WS-MST-SAISIE-PRENOM.
           PERFORM 9755-FIND-CLASS-NAME.
           IF WS-MST-EST-TROUVE
               DISPLAY "Un eleve du meme nom existe deja dans "
                   WS-SAISIE-NOUV-CLASSE " (matricule "
                   MST-MATRICULE "), transfert annule."
               GO TO TRANSFER-STUDENT-END
           END-IF.

           MOVE WS-FICHE-SAUVE TO MASTER-RECORD.
           MOVE WS-SAISIE-NOUV-CLASSE TO MST-ID-CLASSE.
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur de reecriture, transfert annule."
               NOT INVALID KEY
                   DISPLAY "Eleve transfere vers "
                       WS-SAISIE-NOUV-CLASSE "."
           END-REWRITE.

           TRANSFER-STUDENT-END.
           *>=====================
               EXIT.

       5500-RENAME-STUDENT SECTION.
       *>-------------------------------

           RENAME-STUDENT-START.
           *>=====================

           PERFORM 2200-READ-STUDENT-RECORD.
           IF NOT WS-RECORD-IS-PRESENT
               GO TO RENAME-STUDENT-END
           END-IF.

           DISPLAY "Nom corrige (vide = inchange) :".
           ACCEPT WS-SAISIE-NOM.
           DISPLAY "Prenom corrige (vide = inchange) :".
           ACCEPT WS-SAISIE-PRENOM.
           IF WS-SAISIE-NOM = SPACES
               MOVE MST-NOM TO WS-SAISIE-NOM
           END-IF.
           IF WS-SAISIE-PRENOM = SPACES
               MOVE MST-PRENOM TO WS-SAISIE-PRENOM
           END-IF.
           IF WS-SAISIE-NOM = MST-NOM AND
                   WS-SAISIE-PRENOM = MST-PRENOM
               DISPLAY "Aucune correction saisie."
               GO TO RENAME-STUDENT-END
           END-IF.

           MOVE MASTER-RECORD TO WS-FICHE-SAUVE.
           MOVE MST-ID-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE WS-SAISIE-NOM TO WS-MST-SAISIE-NOM.
           MOVE WS-SAISIE-PRENOM TO WS-MST-SAISIE-PRENOM.
           PERFORM 9755-FIND-CLASS-NAME.
           IF WS-MST-EST-TROUVE
               DISPLAY "Un eleve de ce nom existe deja dans la "&
                   "classe (matricule " MST-MATRICULE
                   "), correction annulee."
               GO TO RENAME-STUDENT-END
           END-IF.

           MOVE WS-FICHE-SAUVE TO MASTER-RECORD.
           MOVE WS-SAISIE-NOM TO MST-NOM.
           MOVE WS-SAISIE-PRENOM TO MST-PRENOM.
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "Erreur de reecriture, correction annulee."
               NOT INVALID KEY
                   DISPLAY "Eleve " MST-MATRICULE " renomme : "
                       MST-NOM " " MST-PRENOM "."
           END-REWRITE.

           RENAME-STUDENT-END.
           *>===================
               EXIT.

       6000-REMOVE-STUDENT SECTION.
       *>-------------------------------

           REMOVE-STUDENT-START.
           *>=====================

           PERFORM 2200-READ-STUDENT-RECORD.
           IF NOT WS-RECORD-IS-PRESENT
               GO TO REMOVE-STUDENT-END
           END-IF.
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "Erreur de suppression du fichier maitre."
               NOT INVALID KEY
                   DISPLAY "Eleve supprime du fichier maitre."
           END-DELETE.
               GO TO IMPORT-ONE-RECORD-END
           END-IF.

      *> La fiche est retrouvee par le matricule de la ligne ; une
      *> ligne sans matricule est rapprochee par classe, nom et
      *> prenom, et un nouvel eleve sans matricule en recoit un.
           MOVE "N" TO WS-RECORD-PRESENT.
           MOVE 0 TO WS-MST-MATRICULE-CHERCHE.
           IF ER-MATRICULE IS NUMERIC AND ER-MATRICULE > 0
               MOVE ER-MATRICULE TO WS-MST-MATRICULE-CHERCHE
               PERFORM 9770-READ-BY-MATRICULE
           ELSE
               MOVE ER-ID-CLASSE TO WS-MST-SAISIE-CLASSE
               MOVE ER-NOM TO WS-MST-SAISIE-NOM
               MOVE ER-PRENOM TO WS-MST-SAISIE-PRENOM
               PERFORM 9755-FIND-CLASS-NAME
           END-IF.

           IF WS-MST-EST-TROUVE
               MOVE "Y" TO WS-RECORD-PRESENT
           ELSE
               IF WS-MST-MATRICULE-CHERCHE = 0
                   PERFORM 3100-ASSIGN-MATRICULE
                   PERFORM 3200-COMMIT-MATRICULE
                   MOVE WS-PROCHAIN-MATRICULE TO
                       WS-MST-MATRICULE-CHERCHE
               END-IF
               PERFORM 2300-INIT-EMPTY-NOTES
               MOVE ER-ID-CLASSE TO MST-ID-CLASSE
               MOVE ER-NOM TO MST-NOM
               MOVE ER-PRENOM TO MST-PRENOM
               MOVE WS-MST-MATRICULE-CHERCHE TO MST-MATRICULE
           END-IF.

           MOVE ER-TRIMESTRE TO WS-TRIM-NUM.
           IF MST-NB-NOTES(WS-TRIM-NUM) >= 10

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "ELEVE-MAINT".

       COPY PERPR REPLACING PROGRAM-TAG BY "ELEVE-MAINT".

       COPY PWHASHPR.

       COPY ELEVMSPR.

       COPY CORRPR.

       END PROGRAM ELEVE-MAINT.

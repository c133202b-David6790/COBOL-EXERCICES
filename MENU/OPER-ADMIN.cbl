               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           COPY OPSLOGSL.
           COPY JOBQSL.
           COPY PROFSL.

       DATA DIVISION.
       FILE SECTION.
           05 OP-STATUT                 PIC X.
           05 OP-ECHECS                 PIC 9.
           05 OP-EXPIRE                 PIC 9(8).
           05 OP-REOUVERTURE            PIC X.
           05 OP-PROFESSEUR             PIC X(20).
       01  OPERATOR-OLD-RECORD.
           05 OP-OLD-ID                 PIC X(8).
           05 OP-OLD-PASSWORD           PIC X(8).

       COPY OPSLOGFD.

       COPY JOBQFD.

       COPY PROFFD.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS PIC X(2).
       01  WS-EOF-OPERATOR PIC X VALUE "N".
               10 WS-OPE-STATUT          PIC X.
               10 WS-OPE-ECHECS          PIC 9.
               10 WS-OPE-EXPIRE          PIC 9(8).
               10 WS-OPE-REOUVERTURE     PIC X.
               10 WS-OPE-PROFESSEUR      PIC X(20).
       01  WS-OPERATOR-COUNT PIC 9(2) VALUE 0.
       01  WS-FORMAT-ANCIEN PIC X VALUE "N".
           88  WS-FORMAT-EST-ANCIEN VALUE "Y".
       01  WS-SAISIE-MDP PIC X(8).
       01  WS-SAISIE-PROFILE PIC X(6).
       01  WS-SAISIE-EXPIRE PIC X(8).
       01  WS-SAISIE-PROFESSEUR PIC X(20).
       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-CNT-MIGRES PIC 9(2) VALUE 0.
       01  WS-DECISION PIC X.
       01  WS-CNT-EN-ATTENTE PIC 9(3) VALUE 0.
       01  WS-CNT-DECIDEES PIC 9(3) VALUE 0.
       01  WS-APPROBATEUR PIC X(8).
       01  WS-APPROBATEUR-IDENTIFIE PIC X VALUE "N".
           88  WS-APPROBATEUR-EST-IDENTIFIE VALUE "Y".
       01  WS-MDP-DEMANDE PIC X VALUE "N".
           88  WS-MDP-EST-DEMANDE VALUE "Y".

       COPY JOBQWS.

       COPY PROFWS.

       COPY PWHASHWS.

                               MOVE 0 TO
                                   WS-OPE-EXPIRE(WS-INDEX-OPE)
                           END-IF
                           IF OP-REOUVERTURE = "O"
                               MOVE "O" TO
                                   WS-OPE-REOUVERTURE(WS-INDEX-OPE)
                           ELSE
                               MOVE "N" TO
                                   WS-OPE-REOUVERTURE(WS-INDEX-OPE)
                           END-IF
                           MOVE OP-PROFESSEUR TO
                               WS-OPE-PROFESSEUR(WS-INDEX-OPE)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-OPE-STATUT(WS-INDEX-OPE) TO OP-STATUT
               MOVE WS-OPE-ECHECS(WS-INDEX-OPE) TO OP-ECHECS
               MOVE WS-OPE-EXPIRE(WS-INDEX-OPE) TO OP-EXPIRE
               MOVE WS-OPE-REOUVERTURE(WS-INDEX-OPE) TO
                   OP-REOUVERTURE
               MOVE WS-OPE-PROFESSEUR(WS-INDEX-OPE) TO
                   OP-PROFESSEUR
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           DISPLAY "D. Desactiver / reactiver un compte".
           DISPLAY "R. Reinitialiser un mot de passe".
           DISPLAY "X. Fixer une date d'expiration".
           DISPLAY "P. Droit de reouverture des trimestres clos".
           DISPLAY "T. Rattacher un compte a un professeur".
           DISPLAY "L. Lister les comptes".
           DISPLAY "M. Migrer l'ancien format (mots de passe clairs)".
           DISPLAY "J. Approuver les demandes de travaux de nuit".
           DISPLAY "Q. Quitter".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.
               WHEN "X"
               WHEN "x"
                   PERFORM 6000-SET-EXPIRY
               WHEN "P"
               WHEN "p"
                   PERFORM 6500-TOGGLE-REOPEN-RIGHT
               WHEN "T"
               WHEN "t"
                   PERFORM 6700-LINK-TEACHER
               WHEN "L"
               WHEN "l"
                   PERFORM 7000-LIST-ACCOUNTS
               WHEN "M"
               WHEN "m"
                   PERFORM 8000-MIGRATE-OLD-FORMAT
               WHEN "J"
               WHEN "j"
                   PERFORM 8500-REVIEW-JOB-REQUESTS
               WHEN "Q"
               WHEN "q"
                   CONTINUE
           MOVE "F" TO WS-OPE-STATUT(WS-INDEX-OPE).
           MOVE 0 TO WS-OPE-ECHECS(WS-INDEX-OPE).
           MOVE 0 TO WS-OPE-EXPIRE(WS-INDEX-OPE).
           MOVE "N" TO WS-OPE-REOUVERTURE(WS-INDEX-OPE).
           MOVE SPACES TO WS-OPE-PROFESSEUR(WS-INDEX-OPE).
           PERFORM 0600-REWRITE-OPERATORS.
           DISPLAY "Compte cree (changement de mot de passe au "&
               "premier acces).".
           *>===============
               EXIT.

       6500-TOGGLE-REOPEN-RIGHT SECTION.
       *>------------------------------------

           TOGGLE-REOPEN-RIGHT-START.
           *>==========================

      *> Le droit de reouverture permet de modifier une note d'un
      *> trimestre clos (PERIODES.DAT), moyennant un code motif
      *> trace dans NOTEAUDT.DAT.
           PERFORM 2500-FIND-ACCOUNT.
           IF NOT WS-OPE-EST-TROUVE
               GO TO TOGGLE-REOPEN-RIGHT-END
           END-IF.

           IF WS-OPE-REOUVERTURE(WS-INDEX-OPE) = "O"
               MOVE "N" TO WS-OPE-REOUVERTURE(WS-INDEX-OPE)
               DISPLAY "Droit de reouverture retire."
           ELSE
               MOVE "O" TO WS-OPE-REOUVERTURE(WS-INDEX-OPE)
               DISPLAY "Droit de reouverture accorde."
           END-IF.
           PERFORM 0600-REWRITE-OPERATORS.

           TOGGLE-REOPEN-RIGHT-END.
           *>========================
               EXIT.

       6700-LINK-TEACHER SECTION.
       *>-----------------------------

           LINK-TEACHER-START.
           *>===================

      *> Un compte rattache a un nom de PROFS.DAT ne saisit notes,
      *> appreciations et absences que pour les classes et la
      *> matiere de ce professeur. Nom vide = compte administratif.
           PERFORM 2500-FIND-ACCOUNT.
           IF NOT WS-OPE-EST-TROUVE
               GO TO LINK-TEACHER-END
           END-IF.

           IF WS-OPE-PROFESSEUR(WS-INDEX-OPE) NOT = SPACES
               DISPLAY "Rattache actuellement a "
                   WS-OPE-PROFESSEUR(WS-INDEX-OPE)
           END-IF.
           DISPLAY "Nom du professeur (PROFS.DAT, vide = compte "&
               "administratif) :".
           ACCEPT WS-SAISIE-PROFESSEUR.
           IF WS-SAISIE-PROFESSEUR = SPACES
               MOVE SPACES TO WS-OPE-PROFESSEUR(WS-INDEX-OPE)
               PERFORM 0600-REWRITE-OPERATORS
               DISPLAY "Compte administratif : acces complet."
               GO TO LINK-TEACHER-END
           END-IF.

           PERFORM 9250-LOAD-TEACHERS.
           MOVE "N" TO WS-PROF-CONNU.
           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               IF WS-TCH-NOM(WS-INDEX-TEACH) = WS-SAISIE-PROFESSEUR
                   MOVE "Y" TO WS-PROF-CONNU
               END-IF
           END-PERFORM.
           IF NOT WS-PROF-IS-CONNU
               DISPLAY "Professeur inconnu de PROFS.DAT, rattachement "&
                   "refuse."
               GO TO LINK-TEACHER-END
           END-IF.

           MOVE WS-SAISIE-PROFESSEUR TO
               WS-OPE-PROFESSEUR(WS-INDEX-OPE).
           PERFORM 0600-REWRITE-OPERATORS.
           DISPLAY "Compte rattache a " WS-SAISIE-PROFESSEUR.

           LINK-TEACHER-END.
           *>=================
               EXIT.

       7000-LIST-ACCOUNTS SECTION.
       *>------------------------------

                   WS-OPE-PROFILE(WS-INDEX-OPE) " statut "
                   WS-OPE-STATUT(WS-INDEX-OPE) " echecs "
                   WS-OPE-ECHECS(WS-INDEX-OPE) " expire "
                   WS-OPE-EXPIRE(WS-INDEX-OPE) " reouverture "
                   WS-OPE-REOUVERTURE(WS-INDEX-OPE)
               IF WS-OPE-PROFESSEUR(WS-INDEX-OPE) NOT = SPACES
                   DISPLAY "         professeur "
                       WS-OPE-PROFESSEUR(WS-INDEX-OPE)
               END-IF
           END-PERFORM.

           LIST-ACCOUNTS-END.
                       MOVE "A" TO WS-OPE-STATUT(WS-INDEX-OPE)
                       MOVE 0 TO WS-OPE-ECHECS(WS-INDEX-OPE)
                       MOVE 0 TO WS-OPE-EXPIRE(WS-INDEX-OPE)
                       MOVE "N" TO
                           WS-OPE-REOUVERTURE(WS-INDEX-OPE)
                       MOVE SPACES TO
                           WS-OPE-PROFESSEUR(WS-INDEX-OPE)
               END-READ
           END-PERFORM.
      *> Plus de 50 comptes : la reecriture tronquerait le fichier,
           *>=======================
               EXIT.

       8500-REVIEW-JOB-REQUESTS SECTION.
       *>------------------------------------

           REVIEW-JOB-REQUESTS-START.
           *>==========================

      *> Une demande deposee depuis MENU-PRINCIPAL n'est executee
      *> par BATCH-DRIVER qu'une fois approuvee, et jamais par celui
      *> qui l'a deposee.
           PERFORM 9800-LOAD-JOB-QUEUE.
           IF WS-JQ-EST-SATUREE
               DISPLAY "BATCHDEM.DAT depasse la table (200 "&
                   "demandes), approbation impossible."
               GO TO REVIEW-JOB-REQUESTS-END
           END-IF.

           MOVE 0 TO WS-CNT-EN-ATTENTE.
           PERFORM VARYING WS-INDEX-JQ FROM 1 BY 1 UNTIL
                   WS-INDEX-JQ > WS-JQ-COUNT
               MOVE WS-JQ-LIGNE(WS-INDEX-JQ) TO WS-JQ-COURANTE
               IF WS-JQC-EN-ATTENTE
                   ADD 1 TO WS-CNT-EN-ATTENTE
               END-IF
           END-PERFORM.
           IF WS-CNT-EN-ATTENTE = 0
               DISPLAY "Aucune demande en attente."
               GO TO REVIEW-JOB-REQUESTS-END
           END-IF.

           PERFORM 8510-IDENTIFY-APPROVER.
           IF NOT WS-APPROBATEUR-EST-IDENTIFIE
               DISPLAY "Approbateur non identifie, approbation "&
                   "refusee."
               GO TO REVIEW-JOB-REQUESTS-END
           END-IF.

           MOVE 0 TO WS-CNT-DECIDEES.
           PERFORM VARYING WS-INDEX-JQ FROM 1 BY 1 UNTIL
                   WS-INDEX-JQ > WS-JQ-COUNT
               MOVE WS-JQ-LIGNE(WS-INDEX-JQ) TO WS-JQ-COURANTE
               IF WS-JQC-EN-ATTENTE
                   DISPLAY " "
                   DISPLAY "Demande " WS-JQC-NUMERO " du "
                       WS-JQC-DATE-DEMANDE " par " WS-JQC-OPERATEUR
                   DISPLAY "  " WS-JQC-PROGRAMME " fichier "
                       WS-JQC-FICHIER
                   DISPLAY "  " WS-JQC-PARAMETRES
                   IF WS-JQC-OPERATEUR = WS-APPROBATEUR
                       DISPLAY "  Votre propre demande : "&
                           "approbation par un autre operateur."
                   ELSE
                       DISPLAY "A = approuver, R = refuser, "&
                           "autre = laisser en attente :"
                       ACCEPT WS-DECISION
                       IF WS-DECISION = "A" OR "a"
                           MOVE "APPROUVE" TO WS-JQC-STATUT
                       END-IF
                       IF WS-DECISION = "R" OR "r"
                           MOVE "REFUSE" TO WS-JQC-STATUT
                       END-IF
                       IF NOT WS-JQC-EN-ATTENTE
                           MOVE WS-APPROBATEUR TO WS-JQC-APPROBATEUR
                           MOVE WS-JQ-COURANTE TO
                               WS-JQ-LIGNE(WS-INDEX-JQ)
                           ADD 1 TO WS-CNT-DECIDEES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CNT-DECIDEES > 0
               PERFORM 9810-REWRITE-JOB-QUEUE
           END-IF.
           DISPLAY WS-CNT-DECIDEES " demande(s) traitee(s).".

           REVIEW-JOB-REQUESTS-END.
           *>========================
               EXIT.

       8510-IDENTIFY-APPROVER SECTION.
       *>----------------------------------

           IDENTIFY-APPROVER-START.
           *>========================

      *> L'approbateur est l'operateur de la session du menu
      *> principal ; a defaut, il s'authentifie par son mot de passe
      *> dans OPERATRS.DAT. Sans ce fichier, personne n'est identifie
      *> et le controle du second operateur ne peut pas etre tenu.
           MOVE "N" TO WS-APPROBATEUR-IDENTIFIE.
           MOVE SPACES TO WS-APPROBATEUR.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "OPERATRS.DAT inaccessible (statut "
                   WS-OPERATOR-FILE-STATUS ") : approbateur non "&
                   "verifiable."
               GO TO IDENTIFY-APPROVER-END
           END-IF.

           IF RC-OPERATOR-ID NOT = SPACES AND
                   RC-OPERATOR-ID NOT = "ANONYME"
               MOVE RC-OPERATOR-ID TO WS-SAISIE-ID
               MOVE "N" TO WS-MDP-DEMANDE
           ELSE
               DISPLAY "Identifiant de l'approbateur (vide = "&
                   "abandon) :"
               ACCEPT WS-SAISIE-ID
               IF WS-SAISIE-ID = SPACES
                   CLOSE OPERATOR-FILE
                   GO TO IDENTIFY-APPROVER-END
               END-IF
               DISPLAY "Mot de passe de " WS-SAISIE-ID " :"
               ACCEPT WS-HASH-INPUT
               PERFORM 9400-HASH-PASSWORD
               MOVE "Y" TO WS-MDP-DEMANDE
           END-IF.

      *> Un fichier encore a l'ancien format (OP-EXPIRE a blanc) ne
      *> porte pas d'empreinte : aucun mot de passe n'y est verifiable.
           MOVE "N" TO WS-EOF-OPERATOR.
           PERFORM UNTIL WS-END-OF-OPERATOR
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-OPERATOR
                   NOT AT END
                       IF OP-ID = WS-SAISIE-ID
                           IF OP-EXPIRE IS NUMERIC AND
                                   (OP-HASH = WS-HASH-VALUE OR
                                   NOT WS-MDP-EST-DEMANDE) AND
                                   OP-STATUT NOT = "D" AND
                                   OP-STATUT NOT = "L"
                               MOVE "Y" TO WS-APPROBATEUR-IDENTIFIE
                               MOVE OP-ID TO WS-APPROBATEUR
                           END-IF
                           MOVE "Y" TO WS-EOF-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE SPACES TO WS-HASH-INPUT.

           IDENTIFY-APPROVER-END.
           *>=======================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------


       COPY PWHASHPR.

       COPY JOBQPR.

       COPY PROFPR.

       END PROGRAM OPER-ADMIN.

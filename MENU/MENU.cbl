               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           COPY OPSLOGSL.
           COPY JOBQSL.
           COPY RPTCATSL.
           SELECT GENERATION-FILE ASSIGN USING WS-REI-GENERATION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "REIMPRIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-FILE-STATUS.
           SELECT MENU-DEF-FILE ASSIGN TO "MENUDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENU-DEF-STATUS.
           COPY ALRTSL.
           SELECT ALERT-PARM-FILE ASSIGN TO "ALERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-PARM-STATUS.

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

       COPY RPTCATFD.

       FD  GENERATION-FILE.
       01  GENERATION-RECORD            PIC X(250).

       FD  REPRINT-FILE.
       01  REPRINT-RECORD               PIC X(250).

      *> Definition du menu : une ligne M par sous-menu, une ligne E
      *> par programme propose (sous-menu, libelle, PROGRAM-ID a
      *> appeler, droits requis sur les 6 positions du profil
      *> operateur, a blanc = tout operateur connecte), * = remarque.
       FD  MENU-DEF-FILE.
       01  MENU-DEF-RECORD.
           05 MD-TYPE                   PIC X.
               88  MD-EST-SOUS-MENU VALUE "M".
               88  MD-EST-ENTREE VALUE "E".
               88  MD-EST-REMARQUE VALUE "*".
           05 FILLER                    PIC X.
           05 MD-MENU                   PIC X(8).
           05 FILLER                    PIC X.
           05 MD-LIBELLE                PIC X(40).
           05 FILLER                    PIC X.
           05 MD-PROGRAMME              PIC X(30).
           05 FILLER                    PIC X.
           05 MD-PROFILS                PIC X(6).

       COPY ALRTFD.

      *> Delai d'escalade par gravite, en minutes : une alerte restee
      *> ouverte (non acquittee) au-dela passe a la gravite superieure.
      *> Gravite absente du fichier = 60 minutes ; delai 0 = jamais.
       FD  ALERT-PARM-FILE.
       01  ALERT-PARM-RECORD.
           05 AP-SEVERITE               PIC X(8).
           05 FILLER                    PIC X.
           05 AP-DELAI                  PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".
               10 WS-OPE-STATUT          PIC X.
               10 WS-OPE-ECHECS          PIC 9.
               10 WS-OPE-EXPIRE          PIC 9(8).
               10 WS-OPE-REOUVERTURE     PIC X.
               10 WS-OPE-PROFESSEUR      PIC X(20).
       01  WS-OPERATOR-COUNT PIC 9(2) VALUE 0.
       01  WS-FORMAT-ANCIEN PIC X VALUE "N".
           88  WS-FORMAT-EST-ANCIEN VALUE "Y".
       01  WS-AUTH-OK PIC X VALUE "N".
           88  WS-AUTH-IS-OK VALUE "Y".

      *> Demandes de travaux de nuit : seules les options dont le
      *> programme sait tourner en batch peuvent etre deposees.
      *> TABLE-EXERCICES n'est demande qu'en relance selective
      *> (TABLSELE.DAT) : le lancement complet reste celui du plan.
       01  WS-JOB-PROGRAMMES-VALEURS.
           05 FILLER PIC X(21) VALUE "Calculatrice        O".
           05 FILLER PIC X(21) VALUE "INTEGER-CHECKER     O".
           05 FILLER PIC X(21) VALUE "JEU-DU-PENDU        N".
           05 FILLER PIC X(21) VALUE "MULTIPLY-RANGE-CHECKO".
           05 FILLER PIC X(21) VALUE "PALINDROME-CHECK    O".
           05 FILLER PIC X(21) VALUE "TABLE-EXERCICES     O".
       01  WS-JOB-PROGRAMMES REDEFINES WS-JOB-PROGRAMMES-VALEURS.
           05 WS-JOB-PGM-ENTRY OCCURS 6 TIMES.
               10 WS-JOB-PGM-NOM         PIC X(20).
               10 WS-JOB-PGM-BATCH       PIC X.
       01  WS-JOB-CHOICE PIC X.
           88  WS-JOB-RETOUR VALUE "R" "r".
       01  WS-JOB-NB-PROPOSES PIC 9 VALUE 0.
       01  WS-JOB-NB-AFFICHEES PIC 9(3) VALUE 0.
       01  WS-JOB-SAISIE-OPTION PIC X.
       01  WS-JOB-CONFIRMATION PIC X.
       01  WS-JOB-SAISIE-PHASES PIC X(9).
       01  WS-JOB-SAISIE-CLASSE PIC X(5).
       01  WS-JOB-NB-CLASSES PIC 9 VALUE 0.
       01  WS-JOB-POS PIC 9(2).
       01  WS-JOB-SELECTION PIC X VALUE "N".
           88  WS-JOB-SELECTION-OK VALUE "Y".

      *> Catalogue des editions : consultation et reimpression d'une
      *> generation conservee (copie dans REIMPRIM.DAT).
       01  WS-RPTCAT-FILE-STATUS PIC X(2).
       01  WS-GENERATION-FILE-STATUS PIC X(2).
       01  WS-REPRINT-FILE-STATUS PIC X(2).
       01  WS-EOF-CATALOGUE PIC X VALUE "N".
           88  WS-END-OF-CATALOGUE VALUE "Y".
       01  WS-REI-FILTRE-TYPE PIC X(8).
       01  WS-REI-SAISIE-NUMERO PIC X(6).
       01  WS-REI-NUMERO PIC 9(6).
       01  WS-REI-GENERATION PIC X(12).
       01  WS-REI-TROUVE PIC X VALUE "N".
           88  WS-REI-EST-TROUVE VALUE "Y".
           88  WS-REI-EST-EXPIREE VALUE "E".
       01  WS-REI-NB-AFFICHEES PIC 9(4) VALUE 0.
       01  WS-REI-NB-LIGNES PIC 9(7) VALUE 0.

      *> Menu construit depuis MENUDEF.DAT ; sans ce fichier, les
      *> utilitaires d'origine sont proposes dans un sous-menu unique.
       01  WS-MENU-DEF-STATUS PIC X(2).
       01  WS-EOF-MENU-DEF PIC X VALUE "N".
           88  WS-END-OF-MENU-DEF VALUE "Y".
       01  WS-MNU-LIGNE PIC 9(4) VALUE 0.
       01  WS-MNU-REJETS PIC 9(4) VALUE 0.
       01  WS-MNU-SOUS-MENUS.
           05 WS-MNU-SM OCCURS 9 TIMES
                   INDEXED BY WS-INDEX-SM.
               10 WS-MNU-SM-CODE         PIC X(8).
               10 WS-MNU-SM-LIBELLE      PIC X(40).
       01  WS-MNU-SM-COUNT PIC 9 VALUE 0.
       01  WS-MNU-ENTREES.
           05 WS-MNU-EN OCCURS 99 TIMES
                   INDEXED BY WS-INDEX-EN.
               10 WS-MNU-EN-SM           PIC 9.
               10 WS-MNU-EN-LIBELLE      PIC X(40).
               10 WS-MNU-EN-PROGRAMME    PIC X(30).
               10 WS-MNU-EN-PROFILS      PIC X(6).
       01  WS-MNU-EN-COUNT PIC 9(2) VALUE 0.
       01  WS-MNU-SM-TROUVE PIC 9 VALUE 0.
       01  WS-MNU-SM-COURANT PIC 9 VALUE 0.
       01  WS-MNU-CHOIX-TABLE.
           05 WS-MNU-CHOIX OCCURS 99 TIMES PIC 9(2).
       01  WS-MNU-NB-CHOIX PIC 9(2) VALUE 0.
       01  WS-MNU-SAISIE PIC X(2).
       01  WS-MNU-NUMERO PIC 9(2) VALUE 0.
       01  WS-MNU-EDIT-NUMERO PIC Z9.
       01  WS-MNU-RETOUR PIC X VALUE "N".
           88  WS-MNU-EST-RETOUR VALUE "Y".
       01  WS-MNU-POS PIC 9.
       01  WS-MNU-CALL-NAME PIC X(30).
       01  WS-MNU-LANCEMENT PIC X(10).

       01  WS-MNU-DEFAUT-VALEURS.
           05 FILLER PIC X(40) VALUE "Calculatrice".
           05 FILLER PIC X(30) VALUE "Calculatrice".
           05 FILLER PIC X(6) VALUE "ONNNNN".
           05 FILLER PIC X(40)
               VALUE "Verificateur d'entiers (Integer-Checker)".
           05 FILLER PIC X(30) VALUE "INTEGER-CHECKER".
           05 FILLER PIC X(6) VALUE "NONNNN".
           05 FILLER PIC X(40) VALUE "Jeu du pendu".
           05 FILLER PIC X(30) VALUE "JEU-DU-PENDU".
           05 FILLER PIC X(6) VALUE "NNONNN".
           05 FILLER PIC X(40)
               VALUE "Verificateur de plage de multiplication".
           05 FILLER PIC X(30) VALUE "MULTIPLY-RANGE-CHECK".
           05 FILLER PIC X(6) VALUE "NNNONN".
           05 FILLER PIC X(40) VALUE "Verificateur de palindrome".
           05 FILLER PIC X(30) VALUE "PALINDROME-CHECK".
           05 FILLER PIC X(6) VALUE "NNNNON".
           05 FILLER PIC X(40)
               VALUE "Tableau des exercices (notes eleves)".
           05 FILLER PIC X(30) VALUE "TABLE-EXERCICES".
           05 FILLER PIC X(6) VALUE "NNNNNO".
           05 FILLER PIC X(40)
               VALUE "Corrections de notes apres distribution".
           05 FILLER PIC X(30) VALUE "VALIDE-NOTES".
           05 FILLER PIC X(6) VALUE "NNNNNO".
       01  WS-MNU-DEFAUT REDEFINES WS-MNU-DEFAUT-VALEURS.
           05 WS-MNU-DEF-ENTRY OCCURS 7 TIMES.
               10 WS-MNU-DEF-LIBELLE     PIC X(40).
               10 WS-MNU-DEF-PROGRAMME   PIC X(30).
               10 WS-MNU-DEF-PROFILS     PIC X(6).

      *> File des alertes : affichage a la connexion, acquittement
      *> ou cloture avec commentaire, escalade des alertes oubliees.
       01  WS-ALERT-PARM-STATUS PIC X(2).
       01  WS-EOF-ALERT-PARM PIC X VALUE "N".
           88  WS-END-OF-ALERT-PARM VALUE "Y".
       01  WS-ALM-DELAIS-VALEURS.
           05 FILLER PIC X(8) VALUE "CRITIQUE".
           05 FILLER PIC 9(4) VALUE 60.
           05 FILLER PIC X(8) VALUE "MAJEURE".
           05 FILLER PIC 9(4) VALUE 60.
           05 FILLER PIC X(8) VALUE "MINEURE".
           05 FILLER PIC 9(4) VALUE 60.
       01  WS-ALM-DELAIS REDEFINES WS-ALM-DELAIS-VALEURS.
           05 WS-ALM-DELAI-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-INDEX-ALM.
               10 WS-ALM-DELAI-SEVERITE  PIC X(8).
               10 WS-ALM-DELAI-MINUTES   PIC 9(4).
       01  WS-ALM-DELAI PIC 9(4) VALUE 0.
       01  WS-ALM-MAINTENANT PIC 9(9) VALUE 0.
       01  WS-ALM-AGE PIC S9(9) VALUE 0.
       01  WS-ALM-NB-OUVERTES PIC 9(3) VALUE 0.
       01  WS-ALM-NB-ESCALADES PIC 9(3) VALUE 0.
       01  WS-ALM-CHOICE PIC X.
           88  WS-ALM-RETOUR VALUE "R" "r".
       01  WS-ALM-ACTION PIC X.
       01  WS-ALM-SAISIE-NUMERO PIC X(6).
       01  WS-ALM-NUMERO PIC 9(6) VALUE 0.
       01  WS-ALM-COMMENTAIRE PIC X(40).
       01  WS-ALM-TROUVE PIC X VALUE "N".
           88  WS-ALM-EST-TROUVE VALUE "Y".
       01  WS-ALM-ETAT-LIBELLE PIC X(9).
       01  WS-ALM-EVENEMENT PIC X(10).

       COPY ALRTWS.

       COPY JOBQWS.

       COPY PWHASHWS.

       COPY OPSLOGWS.
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 0600-LOAD-MENU-DEFINITION.
           PERFORM 0700-SIGNON-ALERTS.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU
               PERFORM 2000-DISPATCH-CHOICE
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
                       MOVE "A" TO WS-OPE-STATUT(WS-INDEX-OPE)
                       MOVE 0 TO WS-OPE-ECHECS(WS-INDEX-OPE)
                       MOVE 0 TO WS-OPE-EXPIRE(WS-INDEX-OPE)
                       MOVE "N" TO
                           WS-OPE-REOUVERTURE(WS-INDEX-OPE)
                       MOVE SPACES TO
                           WS-OPE-PROFESSEUR(WS-INDEX-OPE)
               END-READ
           END-PERFORM.
           IF NOT WS-END-OF-OPERATOR
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
           *>=======================
               EXIT.

       0600-LOAD-MENU-DEFINITION SECTION.
       *>-----------------------------------

           LOAD-MENU-DEFINITION-START.
           *>===========================

           MOVE 0 TO WS-MNU-SM-COUNT.
           MOVE 0 TO WS-MNU-EN-COUNT.
           MOVE 0 TO WS-MNU-LIGNE.
           MOVE 0 TO WS-MNU-REJETS.
           MOVE "N" TO WS-EOF-MENU-DEF.
           OPEN INPUT MENU-DEF-FILE.
           IF WS-MENU-DEF-STATUS NOT = "00"
               DISPLAY "ATTENTION: MENUDEF.DAT absent, seuls les "&
                   "utilitaires d'origine sont proposes."
               PERFORM 0650-LOAD-DEFAULT-MENU
               GO TO LOAD-MENU-DEFINITION-END
           END-IF.

           PERFORM UNTIL WS-END-OF-MENU-DEF
               READ MENU-DEF-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-MENU-DEF
                   NOT AT END
                       ADD 1 TO WS-MNU-LIGNE
                       PERFORM 0610-STORE-MENU-LINE
               END-READ
           END-PERFORM.
           CLOSE MENU-DEF-FILE.

           IF WS-MNU-REJETS > 0
               DISPLAY "ATTENTION: " WS-MNU-REJETS " ligne(s) de "&
                   "MENUDEF.DAT ignoree(s)."
           END-IF.
           IF WS-MNU-EN-COUNT = 0
               DISPLAY "ATTENTION: MENUDEF.DAT ne propose aucun "&
                   "programme, utilitaires d'origine retenus."
               PERFORM 0650-LOAD-DEFAULT-MENU
           END-IF.

           LOAD-MENU-DEFINITION-END.
           *>=========================
               EXIT.

       0610-STORE-MENU-LINE SECTION.
       *>------------------------------

           STORE-MENU-LINE-START.
           *>======================

           IF MENU-DEF-RECORD = SPACES OR MD-EST-REMARQUE
               GO TO STORE-MENU-LINE-END
           END-IF.

           MOVE FUNCTION UPPER-CASE(MD-MENU) TO MD-MENU.
           MOVE FUNCTION UPPER-CASE(MD-PROFILS) TO MD-PROFILS.
           MOVE 0 TO WS-MNU-SM-TROUVE.
           PERFORM VARYING WS-INDEX-SM FROM 1 BY 1 UNTIL
                   WS-INDEX-SM > WS-MNU-SM-COUNT
               IF WS-MNU-SM-CODE(WS-INDEX-SM) = MD-MENU
                   SET WS-MNU-SM-TROUVE TO WS-INDEX-SM
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN MD-EST-SOUS-MENU AND MD-MENU NOT = SPACES AND
                       WS-MNU-SM-TROUVE = 0 AND WS-MNU-SM-COUNT < 9
                   ADD 1 TO WS-MNU-SM-COUNT
                   SET WS-INDEX-SM TO WS-MNU-SM-COUNT
                   MOVE MD-MENU TO WS-MNU-SM-CODE(WS-INDEX-SM)
                   MOVE MD-LIBELLE TO WS-MNU-SM-LIBELLE(WS-INDEX-SM)
               WHEN MD-EST-ENTREE AND WS-MNU-SM-TROUVE > 0 AND
                       MD-PROGRAMME NOT = SPACES AND
                       WS-MNU-EN-COUNT < 99
                   ADD 1 TO WS-MNU-EN-COUNT
                   SET WS-INDEX-EN TO WS-MNU-EN-COUNT
                   MOVE WS-MNU-SM-TROUVE TO WS-MNU-EN-SM(WS-INDEX-EN)
                   MOVE MD-LIBELLE TO WS-MNU-EN-LIBELLE(WS-INDEX-EN)
                   MOVE MD-PROGRAMME TO
                       WS-MNU-EN-PROGRAMME(WS-INDEX-EN)
                   MOVE MD-PROFILS TO WS-MNU-EN-PROFILS(WS-INDEX-EN)
               WHEN OTHER
                   ADD 1 TO WS-MNU-REJETS
                   DISPLAY "MENUDEF.DAT ligne " WS-MNU-LIGNE
                       " ignoree : " MD-TYPE " " MD-MENU " "
                       MD-PROGRAMME
           END-EVALUATE.

           STORE-MENU-LINE-END.
           *>====================
               EXIT.

       0650-LOAD-DEFAULT-MENU SECTION.
       *>------------------------------

           LOAD-DEFAULT-MENU-START.
           *>========================

           MOVE 1 TO WS-MNU-SM-COUNT.
           MOVE "UTILIT" TO WS-MNU-SM-CODE(1).
           MOVE "Utilitaires" TO WS-MNU-SM-LIBELLE(1).
           MOVE 0 TO WS-MNU-EN-COUNT.
           PERFORM VARYING WS-MNU-NUMERO FROM 1 BY 1 UNTIL
                   WS-MNU-NUMERO > 7
               ADD 1 TO WS-MNU-EN-COUNT
               SET WS-INDEX-EN TO WS-MNU-EN-COUNT
               MOVE 1 TO WS-MNU-EN-SM(WS-INDEX-EN)
               MOVE WS-MNU-DEF-LIBELLE(WS-MNU-NUMERO) TO
                   WS-MNU-EN-LIBELLE(WS-INDEX-EN)
               MOVE WS-MNU-DEF-PROGRAMME(WS-MNU-NUMERO) TO
                   WS-MNU-EN-PROGRAMME(WS-INDEX-EN)
               MOVE WS-MNU-DEF-PROFILS(WS-MNU-NUMERO) TO
                   WS-MNU-EN-PROFILS(WS-INDEX-EN)
           END-PERFORM.

           LOAD-DEFAULT-MENU-END.
           *>======================
               EXIT.

       0700-SIGNON-ALERTS SECTION.
       *>------------------------------

           SIGNON-ALERTS-START.
           *>====================

      *> A la connexion : escalade des alertes oubliees, puis
      *> affichage de toutes les alertes non closes.
           PERFORM 0710-LOAD-ALERT-DELAYS.
           PERFORM 5100-ESCALATE-OVERDUE-ALERTS.
           IF WS-AQ-COUNT = 0
               GO TO SIGNON-ALERTS-END
           END-IF.
           PERFORM 5200-LIST-OPEN-ALERTS.
           IF WS-ALM-NB-OUVERTES > 0
               DISPLAY "Option A du menu pour acquitter ou clore."
           END-IF.

           SIGNON-ALERTS-END.
           *>==================
               EXIT.

       0710-LOAD-ALERT-DELAYS SECTION.
       *>----------------------------------

           LOAD-ALERT-DELAYS-START.
           *>========================

           MOVE "N" TO WS-EOF-ALERT-PARM.
           OPEN INPUT ALERT-PARM-FILE.
           IF WS-ALERT-PARM-STATUS NOT = "00"
               GO TO LOAD-ALERT-DELAYS-END
           END-IF.

           PERFORM UNTIL WS-END-OF-ALERT-PARM
               READ ALERT-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ALERT-PARM
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(AP-SEVERITE) TO
                           AP-SEVERITE
                       PERFORM VARYING WS-INDEX-ALM FROM 1 BY 1
                               UNTIL WS-INDEX-ALM > 3
                           IF WS-ALM-DELAI-SEVERITE(WS-INDEX-ALM) =
                                   AP-SEVERITE AND
                                   AP-DELAI IS NUMERIC
                               MOVE AP-DELAI TO
                                   WS-ALM-DELAI-MINUTES(WS-INDEX-ALM)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ALERT-PARM-FILE.

           LOAD-ALERT-DELAYS-END.
           *>======================
               EXIT.

       1000-DISPLAY-MENU SECTION.
       *>-----------------------------


           DISPLAY " ".
           DISPLAY "=== Menu principal des utilitaires ===".
           PERFORM VARYING WS-INDEX-SM FROM 1 BY 1 UNTIL
                   WS-INDEX-SM > WS-MNU-SM-COUNT
               SET WS-MNU-POS TO WS-INDEX-SM
               DISPLAY WS-MNU-POS ". " WS-MNU-SM-LIBELLE(WS-INDEX-SM)
           END-PERFORM.
           DISPLAY "T. Demandes de travaux de nuit".
           DISPLAY "C. Catalogue des editions (reimpression)".
           DISPLAY "A. Alertes (acquittement, cloture)".
           DISPLAY "Q. Quitter".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.
           DISPATCH-CHOICE-START.
           *>=====================

           IF WS-USER-CHOICE >= "1" AND WS-USER-CHOICE <= "9"
               MOVE WS-USER-CHOICE TO WS-MNU-SM-COURANT
               IF WS-MNU-SM-COURANT > WS-MNU-SM-COUNT
                   DISPLAY "Choix invalide, veuillez reessayer."
               ELSE
                   PERFORM 2200-SUB-MENU
               END-IF
               GO TO DISPATCH-CHOICE-END
           END-IF.

           EVALUATE WS-USER-CHOICE
               WHEN "T"
               WHEN "t"
                   PERFORM 3000-JOB-REQUESTS
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-REPORT-CATALOGUE
               WHEN "A"
               WHEN "a"
                   PERFORM 5000-ALERT-MANAGEMENT
               WHEN "Q"
               WHEN "q"
                   CONTINUE
           *>========================
               EXIT.

       2150-CHECK-ENTRY-AUTHORIZATION SECTION.
       *>---------------------------------------

           CHECK-ENTRY-AUTHORIZATION-START.
           *>================================

      *> Chaque position a O dans les droits de l'entree doit etre a
      *> O dans le profil de l'operateur.
           MOVE "Y" TO WS-AUTH-OK.
           PERFORM VARYING WS-MNU-POS FROM 1 BY 1 UNTIL
                   WS-MNU-POS > 6
               IF WS-MNU-EN-PROFILS(WS-INDEX-EN)(WS-MNU-POS:1) = "O"
                       AND WS-OPERATOR-PROFILE(WS-MNU-POS:1) NOT = "O"
                       AND WS-OPERATOR-PROFILE(WS-MNU-POS:1) NOT = "o"
                   MOVE "N" TO WS-AUTH-OK
               END-IF
           END-PERFORM.

           CHECK-ENTRY-AUTHORIZATION-END.
           *>==============================
               EXIT.

       2200-SUB-MENU SECTION.
       *>----------------------

           SUB-MENU-START.
           *>===============

           MOVE "N" TO WS-MNU-RETOUR.
           PERFORM UNTIL WS-MNU-EST-RETOUR
               DISPLAY " "
               DISPLAY "=== " FUNCTION TRIM(
                   WS-MNU-SM-LIBELLE(WS-MNU-SM-COURANT)) " ==="
               MOVE 0 TO WS-MNU-NB-CHOIX
               PERFORM VARYING WS-INDEX-EN FROM 1 BY 1 UNTIL
                       WS-INDEX-EN > WS-MNU-EN-COUNT
                   IF WS-MNU-EN-SM(WS-INDEX-EN) = WS-MNU-SM-COURANT
                       PERFORM 2150-CHECK-ENTRY-AUTHORIZATION
                       IF WS-AUTH-IS-OK
                           ADD 1 TO WS-MNU-NB-CHOIX
                           SET WS-MNU-CHOIX(WS-MNU-NB-CHOIX) TO
                               WS-INDEX-EN
                           MOVE WS-MNU-NB-CHOIX TO WS-MNU-EDIT-NUMERO
                           DISPLAY WS-MNU-EDIT-NUMERO ". "
                               WS-MNU-EN-LIBELLE(WS-INDEX-EN)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MNU-NB-CHOIX = 0
                   DISPLAY "Aucun programme de ce sous-menu n'est "&
                       "autorise pour " RC-OPERATOR-ID "."
                   MOVE "Y" TO WS-MNU-RETOUR
               ELSE
                   DISPLAY " R. Retour au menu principal"
                   DISPLAY "Votre choix : " WITH NO ADVANCING
                   ACCEPT WS-MNU-SAISIE
                   PERFORM 2210-DISPATCH-SUB-MENU
               END-IF
           END-PERFORM.

           SUB-MENU-END.
           *>=============
               EXIT.

       2210-DISPATCH-SUB-MENU SECTION.
       *>-------------------------------

           DISPATCH-SUB-MENU-START.
           *>========================

           IF WS-MNU-SAISIE = "R" OR "r"
               MOVE "Y" TO WS-MNU-RETOUR
               GO TO DISPATCH-SUB-MENU-END
           END-IF.
           IF FUNCTION TRIM(WS-MNU-SAISIE) IS NOT NUMERIC
               DISPLAY "Choix invalide, veuillez reessayer."
               GO TO DISPATCH-SUB-MENU-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-MNU-SAISIE) TO WS-MNU-NUMERO.
           IF WS-MNU-NUMERO < 1 OR WS-MNU-NUMERO > WS-MNU-NB-CHOIX
               DISPLAY "Choix invalide, veuillez reessayer."
               GO TO DISPATCH-SUB-MENU-END
           END-IF.

           SET WS-INDEX-EN TO WS-MNU-CHOIX(WS-MNU-NUMERO).
           PERFORM 2300-LAUNCH-ENTRY.

           DISPATCH-SUB-MENU-END.
           *>======================
               EXIT.

       2300-LAUNCH-ENTRY SECTION.
       *>--------------------------

           LAUNCH-ENTRY-START.
           *>===================

      *> Appel dynamique sur le PROGRAM-ID de l'entree : un programme
      *> ajoute a MENUDEF.DAT est trouve sans recompiler le menu.
      *> Le droit est reverifie au lancement.
           MOVE WS-MNU-EN-PROGRAMME(WS-INDEX-EN) TO WS-MNU-CALL-NAME.
           PERFORM 2150-CHECK-ENTRY-AUTHORIZATION.
           IF NOT WS-AUTH-IS-OK
               MOVE "REFUSE" TO WS-MNU-LANCEMENT
               PERFORM 2310-LOG-LAUNCH
               DISPLAY "Acces refuse a cette option pour "
                   RC-OPERATOR-ID "."
               GO TO LAUNCH-ENTRY-END
           END-IF.

           MOVE "LANCE" TO WS-MNU-LANCEMENT.
           PERFORM 2310-LOG-LAUNCH.
           MOVE SPACES TO RC-MODE-OVERRIDE.
           MOVE SPACES TO RC-FICHIER-CIBLE.
           CALL WS-MNU-CALL-NAME
               ON EXCEPTION
                   MOVE "INTROUVABL" TO WS-MNU-LANCEMENT
                   PERFORM 2310-LOG-LAUNCH
                   DISPLAY "Programme introuvable : " WS-MNU-CALL-NAME
                   GO TO LAUNCH-ENTRY-END
           END-CALL.
           CANCEL WS-MNU-CALL-NAME.

           LAUNCH-ENTRY-END.
           *>=================
               EXIT.

       2310-LOG-LAUNCH SECTION.
       *>------------------------

           LOG-LAUNCH-START.
           *>=================

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-TIMESTAMP.
           PERFORM 9450-OPEN-LOG-WITH-RETRY.
           IF NOT WS-OPS-OPEN-IS-OK
               GO TO LOG-LAUNCH-END
           END-IF.
           MOVE SPACES TO OPS-LOG-RECORD.
           MOVE WS-MNU-CALL-NAME TO OPS-PROGRAM-NAME.
           MOVE "MENU" TO OPS-EVENT.
           MOVE WS-MNU-LANCEMENT TO OPS-STATUS.
           MOVE WS-OPS-TIMESTAMP TO OPS-TIMESTAMP.
           MOVE RC-OPERATOR-ID TO OPS-OPERATOR.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.

           LOG-LAUNCH-END.
           *>===============
               EXIT.

       3000-JOB-REQUESTS SECTION.
       *>-----------------------------

           JOB-REQUESTS-START.
           *>===================

      *> Les demandes deposees ici sont approuvees dans OPER-ADMIN
      *> puis executees par BATCH-DRIVER apres les etapes du plan ;
      *> leur issue est consultable le lendemain.
           MOVE SPACE TO WS-JOB-CHOICE.
           PERFORM UNTIL WS-JOB-RETOUR
               DISPLAY " "
               DISPLAY "=== Demandes de travaux de nuit ==="
               DISPLAY "D. Deposer une demande"
               DISPLAY "C. Consulter mes demandes"
               DISPLAY "R. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-JOB-CHOICE
               EVALUATE WS-JOB-CHOICE
                   WHEN "D"
                   WHEN "d"
                       PERFORM 3100-SUBMIT-JOB-REQUEST
                   WHEN "C"
                   WHEN "c"
                       PERFORM 3200-LIST-MY-REQUESTS
                   WHEN "R"
                   WHEN "r"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide, veuillez reessayer."
               END-EVALUATE
           END-PERFORM.

           JOB-REQUESTS-END.
           *>=================
               EXIT.

       3100-SUBMIT-JOB-REQUEST SECTION.
       *>-----------------------------------

           SUBMIT-JOB-REQUEST-START.
           *>=========================

           MOVE 0 TO WS-JOB-NB-PROPOSES.
           DISPLAY "Programmes que vous pouvez demander :".
           PERFORM VARYING WS-OPTION-NUM FROM 1 BY 1 UNTIL
                   WS-OPTION-NUM > 6
               PERFORM 2100-CHECK-AUTHORIZATION
               IF WS-AUTH-IS-OK AND
                       WS-JOB-PGM-BATCH(WS-OPTION-NUM) = "O"
                   ADD 1 TO WS-JOB-NB-PROPOSES
                   DISPLAY "  " WS-OPTION-NUM ". "
                       WS-JOB-PGM-NOM(WS-OPTION-NUM)
               END-IF
           END-PERFORM.
           IF WS-JOB-NB-PROPOSES = 0
               DISPLAY "  (aucun : votre profil n'autorise aucun "&
                   "programme executable en batch)"
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.

           DISPLAY "Numero du programme :".
           ACCEPT WS-JOB-SAISIE-OPTION.
           IF WS-JOB-SAISIE-OPTION < "1" OR
                   WS-JOB-SAISIE-OPTION > "6"
               DISPLAY "Choix invalide, demande abandonnee."
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.
           MOVE WS-JOB-SAISIE-OPTION TO WS-OPTION-NUM.
           PERFORM 2100-CHECK-AUTHORIZATION.
           IF NOT WS-AUTH-IS-OK OR
                   WS-JOB-PGM-BATCH(WS-OPTION-NUM) NOT = "O"
               DISPLAY "Programme non autorise pour "
                   RC-OPERATOR-ID ", demande abandonnee."
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.

      *> La file est chargee avant la saisie : sa lecture passe par
      *> WS-JQ-COURANTE. Au-dela de 200 demandes, BATCH-DRIVER ne
      *> pourrait plus reecrire BATCHDEM.DAT ; la demande est refusee
      *> jusqu'a la purge de nuit des demandes traitees.
           PERFORM 9800-LOAD-JOB-QUEUE.
           IF WS-JQ-COUNT >= 200
               DISPLAY "File BATCHDEM.DAT pleine (200 demandes), "&
                   "demande refusee."
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.

           MOVE SPACES TO WS-JQ-COURANTE.
           MOVE WS-JOB-PGM-NOM(WS-OPTION-NUM) TO WS-JQC-PROGRAMME.
           MOVE "B" TO WS-JQC-MODE.
           DISPLAY "Fichier d'entree a verifier avant lancement "&
               "(vide = aucun) :".
           ACCEPT WS-JQC-FICHIER.
           IF WS-JQC-PROGRAMME = "TABLE-EXERCICES"
               PERFORM 3150-ACCEPT-TABLE-SELECTION
               IF NOT WS-JOB-SELECTION-OK
                   GO TO SUBMIT-JOB-REQUEST-END
               END-IF
           ELSE
               DISPLAY "Parametres / consignes pour l'exploitation "&
                   "(40 car.) :"
               ACCEPT WS-JQC-PARAMETRES
           END-IF.
           DISPLAY "Confirmer la demande (O/N) :".
           ACCEPT WS-JOB-CONFIRMATION.
           IF WS-JOB-CONFIRMATION NOT = "O" AND
                   WS-JOB-CONFIRMATION NOT = "o"
               DISPLAY "Demande abandonnee."
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.

      *> Le numero suit le plus grand numero deja attribue ; la
      *> demande est ajoutee en fin de fichier sans le reecrire.
           ADD 1 TO WS-JQ-DERNIER-NUMERO GIVING WS-JQC-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JQC-DATE-DEMANDE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JQC-HEURE-DEMANDE.
           MOVE RC-OPERATOR-ID TO WS-JQC-OPERATEUR.
           MOVE "ATTENTE" TO WS-JQC-STATUT.

           OPEN EXTEND JOB-QUEUE-FILE.
           IF WS-JOB-QUEUE-STATUS = "35"
               OPEN OUTPUT JOB-QUEUE-FILE
           END-IF.
           IF WS-JOB-QUEUE-STATUS NOT = "00"
               DISPLAY "BATCHDEM.DAT indisponible, demande non "&
                   "enregistree."
               GO TO SUBMIT-JOB-REQUEST-END
           END-IF.
           MOVE WS-JQ-COURANTE TO JOB-QUEUE-RECORD.
           WRITE JOB-QUEUE-RECORD.
           CLOSE JOB-QUEUE-FILE.
           DISPLAY "Demande " WS-JQC-NUMERO " enregistree, en "&
               "attente d'approbation.".

           SUBMIT-JOB-REQUEST-END.
           *>=======================
               EXIT.

       3150-ACCEPT-TABLE-SELECTION SECTION.
       *>----------------------------------------

           ACCEPT-TABLE-SELECTION-START.
           *>=============================

      *> Memes parametres que TABLSELE.DAT : trimestre, phases O/N
      *> dans l'ordre de TABLE-EXERCICES, classes (6 au plus ici).
      *> Par defaut, seuls les bulletins sont reedites.
           MOVE "N" TO WS-JOB-SELECTION.
           DISPLAY "Trimestre a reediter (1 a 3, vide = tous) :".
           ACCEPT WS-JQC-SEL-TRIMESTRE.
           IF WS-JQC-SEL-TRIMESTRE NOT = SPACE AND
                   (WS-JQC-SEL-TRIMESTRE < "1" OR
                    WS-JQC-SEL-TRIMESTRE > "3")
               DISPLAY "Trimestre invalide, demande abandonnee."
               GO TO ACCEPT-TABLE-SELECTION-END
           END-IF.

           DISPLAY "Phases O/N : chargement, bulletins, classement, "&
               "stats, CSV, progression,".
           DISPLAY "  tableau d'honneur, archivage (jamais), "&
               "publipostage (vide = bulletins seuls) :".
           ACCEPT WS-JOB-SAISIE-PHASES.
           IF WS-JOB-SAISIE-PHASES = SPACES
               MOVE "NONNNNNNN" TO WS-JOB-SAISIE-PHASES
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-JOB-SAISIE-PHASES) TO
               WS-JQC-SEL-PHASES.
           PERFORM VARYING WS-JOB-POS FROM 1 BY 1 UNTIL
                   WS-JOB-POS > 9
               IF WS-JQC-SEL-PHASES(WS-JOB-POS:1) NOT = "O" AND
                       WS-JQC-SEL-PHASES(WS-JOB-POS:1) NOT = "N"
                   DISPLAY "Phases invalides (9 x O/N attendu), "&
                       "demande abandonnee."
                   GO TO ACCEPT-TABLE-SELECTION-END
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-JOB-NB-CLASSES.
           MOVE "X" TO WS-JOB-SAISIE-CLASSE.
           PERFORM UNTIL WS-JOB-SAISIE-CLASSE = SPACES OR
                   WS-JOB-NB-CLASSES >= 6
               DISPLAY "Classe (vide = fin, aucune = toutes) :"
               ACCEPT WS-JOB-SAISIE-CLASSE
               IF WS-JOB-SAISIE-CLASSE NOT = SPACES
                   ADD 1 TO WS-JOB-NB-CLASSES
                   MOVE WS-JOB-SAISIE-CLASSE TO
                       WS-JQC-SEL-CLASSE(WS-JOB-NB-CLASSES)
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-JOB-SELECTION.

           ACCEPT-TABLE-SELECTION-END.
           *>===========================
               EXIT.

       3200-LIST-MY-REQUESTS SECTION.
       *>---------------------------------

           LIST-MY-REQUESTS-START.
           *>=======================

           PERFORM 9800-LOAD-JOB-QUEUE.
           MOVE 0 TO WS-JOB-NB-AFFICHEES.
           PERFORM VARYING WS-INDEX-JQ FROM 1 BY 1 UNTIL
                   WS-INDEX-JQ > WS-JQ-COUNT
               MOVE WS-JQ-LIGNE(WS-INDEX-JQ) TO WS-JQ-COURANTE
               IF WS-JQC-OPERATEUR = RC-OPERATOR-ID
                   ADD 1 TO WS-JOB-NB-AFFICHEES
                   DISPLAY WS-JQC-NUMERO " du " WS-JQC-DATE-DEMANDE
                       " " WS-JQC-PROGRAMME " " WS-JQC-STATUT
                       " " WS-JQC-DATE-EXEC
                   IF WS-JQC-PARAMETRES NOT = SPACES
                       DISPLAY "       " WS-JQC-PARAMETRES
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JOB-NB-AFFICHEES = 0
               DISPLAY "Aucune demande pour " RC-OPERATOR-ID "."
           END-IF.
           IF WS-JQ-EST-SATUREE
               DISPLAY "ATTENTION: BATCHDEM.DAT depasse la table "&
                   "(200 demandes), les plus recentes ne sont pas "&
                   "affichees."
           END-IF.

           LIST-MY-REQUESTS-END.
           *>=====================
               EXIT.

       4000-REPORT-CATALOGUE SECTION.
       *>---------------------------------

           REPORT-CATALOGUE-START.
           *>=======================

      *> Les generations sont tenues par CATALOGUE-EDITION ; une
      *> entree expiree a ete ecrasee par une edition plus recente
      *> du meme type et ne peut plus etre reimprimee.
           DISPLAY "Type d'edition a lister (vide = tous) :".
           ACCEPT WS-REI-FILTRE-TYPE.
           MOVE 0 TO WS-REI-NB-AFFICHEES.
           MOVE "N" TO WS-EOF-CATALOGUE.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               DISPLAY "Aucune edition cataloguee (RPTCATL.DAT "&
                   "absent)."
               GO TO REPORT-CATALOGUE-END
           END-IF.
           DISPLAY "Numero Type     Programme            Date     "&
               "Heure  Lignes  Generation   Etat".
           PERFORM UNTIL WS-END-OF-CATALOGUE
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CATALOGUE
                   NOT AT END
                       IF WS-REI-FILTRE-TYPE = SPACES OR
                               CT-TYPE = WS-REI-FILTRE-TYPE
                           ADD 1 TO WS-REI-NB-AFFICHEES
                           DISPLAY CT-NUMERO " " CT-TYPE " "
                               CT-PROGRAMME " " CT-DATE " " CT-HEURE
                               " " CT-NB-ENREG " " CT-GENERATION " "
                               CT-STATUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.
           IF WS-REI-NB-AFFICHEES = 0
               DISPLAY "Aucune edition pour ce type."
               GO TO REPORT-CATALOGUE-END
           END-IF.

           DISPLAY "Numero de l'edition a reimprimer (vide = "&
               "retour) :".
           ACCEPT WS-REI-SAISIE-NUMERO.
           IF WS-REI-SAISIE-NUMERO = SPACES
               GO TO REPORT-CATALOGUE-END
           END-IF.
           IF FUNCTION TRIM(WS-REI-SAISIE-NUMERO) IS NOT NUMERIC
               DISPLAY "Numero invalide."
               GO TO REPORT-CATALOGUE-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-REI-SAISIE-NUMERO) TO WS-REI-NUMERO.

           PERFORM 4100-FIND-CATALOGUE-ENTRY.
           IF WS-REI-EST-EXPIREE
               DISPLAY "Edition " WS-REI-NUMERO " expiree : la "&
                   "generation " WS-REI-GENERATION " a ete reutilisee."
               GO TO REPORT-CATALOGUE-END
           END-IF.
           IF NOT WS-REI-EST-TROUVE
               DISPLAY "Edition " WS-REI-NUMERO " inconnue."
               GO TO REPORT-CATALOGUE-END
           END-IF.

           PERFORM 4200-REPRINT-GENERATION.

           REPORT-CATALOGUE-END.
           *>=====================
               EXIT.

       4100-FIND-CATALOGUE-ENTRY SECTION.
       *>-------------------------------------

           FIND-CATALOGUE-ENTRY-START.
           *>===========================

           MOVE "N" TO WS-REI-TROUVE.
           MOVE SPACES TO WS-REI-GENERATION.
           MOVE "N" TO WS-EOF-CATALOGUE.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               GO TO FIND-CATALOGUE-ENTRY-END
           END-IF.
           PERFORM UNTIL WS-END-OF-CATALOGUE
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CATALOGUE
                   NOT AT END
                       IF CT-NUMERO = WS-REI-NUMERO
                           MOVE CT-GENERATION TO WS-REI-GENERATION
                           IF CT-EXPIREE
                               MOVE "E" TO WS-REI-TROUVE
                           ELSE
                               MOVE "Y" TO WS-REI-TROUVE
                           END-IF
                           MOVE "Y" TO WS-EOF-CATALOGUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.

           FIND-CATALOGUE-ENTRY-END.
           *>=========================
               EXIT.

       4200-REPRINT-GENERATION SECTION.
       *>-----------------------------------

           REPRINT-GENERATION-START.
           *>=========================

           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "Generation " WS-REI-GENERATION " introuvable "&
                   "(statut " WS-GENERATION-FILE-STATUS ")."
               GO TO REPRINT-GENERATION-END
           END-IF.
           OPEN OUTPUT REPRINT-FILE.
           MOVE 0 TO WS-REI-NB-LIGNES.
           MOVE "N" TO WS-EOF-CATALOGUE.
           PERFORM UNTIL WS-END-OF-CATALOGUE
               READ GENERATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CATALOGUE
                   NOT AT END
                       MOVE GENERATION-RECORD TO REPRINT-RECORD
                       WRITE REPRINT-RECORD
                       ADD 1 TO WS-REI-NB-LIGNES
               END-READ
           END-PERFORM.
           CLOSE GENERATION-FILE.
           CLOSE REPRINT-FILE.
           DISPLAY "Edition " WS-REI-NUMERO " (" WS-REI-GENERATION
               ") copiee dans REIMPRIM.DAT : " WS-REI-NB-LIGNES
               " ligne(s).".

           REPRINT-GENERATION-END.
           *>=======================
               EXIT.

       5000-ALERT-MANAGEMENT SECTION.
       *>--------------------------------

           ALERT-MANAGEMENT-START.
           *>=======================

      *> Les alertes sont deposees par les programmes via
      *> POSTE-ALERTE ; l'operateur les acquitte (prise en charge)
      *> puis les clot, avec un commentaire a chaque fois.
           MOVE SPACE TO WS-ALM-CHOICE.
           PERFORM UNTIL WS-ALM-RETOUR
               PERFORM 5100-ESCALATE-OVERDUE-ALERTS
               PERFORM 5200-LIST-OPEN-ALERTS
               DISPLAY " "
               DISPLAY "=== Alertes ==="
               DISPLAY "A. Acquitter une alerte"
               DISPLAY "C. Clore une alerte"
               DISPLAY "R. Retour au menu principal"
               DISPLAY "Votre choix : " WITH NO ADVANCING
               ACCEPT WS-ALM-CHOICE
               EVALUATE WS-ALM-CHOICE
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO WS-ALM-ACTION
                       PERFORM 5300-UPDATE-ONE-ALERT
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO WS-ALM-ACTION
                       PERFORM 5300-UPDATE-ONE-ALERT
                   WHEN "R"
                   WHEN "r"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Choix invalide, veuillez reessayer."
               END-EVALUATE
           END-PERFORM.

           ALERT-MANAGEMENT-END.
           *>=====================
               EXIT.

       5100-ESCALATE-OVERDUE-ALERTS SECTION.
       *>----------------------------------------

           ESCALATE-OVERDUE-ALERTS-START.
           *>==============================

      *> Une alerte ouverte depuis plus que le delai de sa gravite
      *> monte d'un cran (MINEURE, MAJEURE, CRITIQUE) ; le delai
      *> repart de l'escalade. Une CRITIQUE n'est escaladee qu'une
      *> fois.
           MOVE 0 TO WS-ALM-NB-ESCALADES.
           PERFORM 9960-LOAD-ALERT-QUEUE.
           IF WS-AQ-COUNT = 0
               GO TO ESCALATE-OVERDUE-ALERTS-END
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AQ-TS-CALCUL.
           PERFORM 9970-ALERT-MINUTES.
           MOVE WS-AQ-MINUTES TO WS-ALM-MAINTENANT.

           PERFORM VARYING WS-INDEX-AQ FROM 1 BY 1 UNTIL
                   WS-INDEX-AQ > WS-AQ-COUNT
               MOVE WS-AQ-LIGNE(WS-INDEX-AQ) TO WS-AQ-COURANTE
               IF WS-AQC-OUVERTE AND NOT
                       (WS-AQC-CRITIQUE AND WS-AQC-EST-ESCALADEE)
                   PERFORM 5110-CHECK-ONE-ESCALATION
               END-IF
           END-PERFORM.

           IF WS-ALM-NB-ESCALADES > 0
               PERFORM 9965-REWRITE-ALERT-QUEUE
               DISPLAY "*** " WS-ALM-NB-ESCALADES
                   " alerte(s) escaladee(s) faute d'acquittement ***"
           END-IF.

           ESCALATE-OVERDUE-ALERTS-END.
           *>============================
               EXIT.

       5110-CHECK-ONE-ESCALATION SECTION.
       *>-------------------------------------

           CHECK-ONE-ESCALATION-START.
           *>===========================

           MOVE 0 TO WS-ALM-DELAI.
           PERFORM VARYING WS-INDEX-ALM FROM 1 BY 1 UNTIL
                   WS-INDEX-ALM > 3
               IF WS-ALM-DELAI-SEVERITE(WS-INDEX-ALM) =
                       WS-AQC-SEVERITE
                   MOVE WS-ALM-DELAI-MINUTES(WS-INDEX-ALM) TO
                       WS-ALM-DELAI
               END-IF
           END-PERFORM.
           IF WS-ALM-DELAI = 0
               GO TO CHECK-ONE-ESCALATION-END
           END-IF.

           IF WS-AQC-EST-ESCALADEE
               MOVE WS-AQC-DATE-ESCALADE TO WS-AQ-TS-CALCUL
           ELSE
               MOVE WS-AQC-HORODATAGE TO WS-AQ-TS-CALCUL
           END-IF.
           PERFORM 9970-ALERT-MINUTES.
           IF WS-AQ-MINUTES = 0
               GO TO CHECK-ONE-ESCALATION-END
           END-IF.
           COMPUTE WS-ALM-AGE = WS-ALM-MAINTENANT - WS-AQ-MINUTES.
           IF WS-ALM-AGE <= WS-ALM-DELAI
               GO TO CHECK-ONE-ESCALATION-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-AQC-MINEURE
                   MOVE "MAJEURE" TO WS-AQC-SEVERITE
               WHEN WS-AQC-MAJEURE
                   MOVE "CRITIQUE" TO WS-AQC-SEVERITE
               WHEN OTHER
                   MOVE "CRITIQUE" TO WS-AQC-SEVERITE
           END-EVALUATE.
           MOVE "O" TO WS-AQC-ESCALADE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AQC-DATE-ESCALADE.
           MOVE WS-AQ-COURANTE TO WS-AQ-LIGNE(WS-INDEX-AQ).
           ADD 1 TO WS-ALM-NB-ESCALADES.
           MOVE "ESCALADE" TO WS-ALM-EVENEMENT.
           PERFORM 5400-LOG-ALERT-EVENT.

           CHECK-ONE-ESCALATION-END.
           *>=========================
               EXIT.

       5200-LIST-OPEN-ALERTS SECTION.
       *>---------------------------------

           LIST-OPEN-ALERTS-START.
           *>=======================

      *> Liste des alertes non closes, table chargee par 5100.
           MOVE 0 TO WS-ALM-NB-OUVERTES.
           PERFORM VARYING WS-INDEX-AQ FROM 1 BY 1 UNTIL
                   WS-INDEX-AQ > WS-AQ-COUNT
               MOVE WS-AQ-LIGNE(WS-INDEX-AQ) TO WS-AQ-COURANTE
               IF WS-AQC-OUVERTE OR WS-AQC-ACQUITTEE
                   ADD 1 TO WS-ALM-NB-OUVERTES
                   IF WS-ALM-NB-OUVERTES = 1
                       DISPLAY " "
                       DISPLAY "=== Alertes non closes ==="
                       DISPLAY "Numero Date     Heure Gravite  "&
                           "Programme       Etat"
                   END-IF
                   PERFORM 5210-DISPLAY-ONE-ALERT
               END-IF
           END-PERFORM.
           IF WS-ALM-NB-OUVERTES = 0
               DISPLAY "Aucune alerte en cours."
           ELSE
               DISPLAY WS-ALM-NB-OUVERTES " alerte(s) non close(s)."
           END-IF.
           IF WS-AQ-EST-SATUREE
               DISPLAY "ATTENTION: ALERTES.DAT depasse la table "&
                   "(300 alertes), les plus recentes ne sont pas "&
                   "affichees."
           END-IF.

           LIST-OPEN-ALERTS-END.
           *>=====================
               EXIT.

       5210-DISPLAY-ONE-ALERT SECTION.
       *>----------------------------------

           DISPLAY-ONE-ALERT-START.
           *>========================

           IF WS-AQC-OUVERTE
               MOVE "OUVERTE" TO WS-ALM-ETAT-LIBELLE
           ELSE
               MOVE "ACQUITTEE" TO WS-ALM-ETAT-LIBELLE
           END-IF.
           IF WS-AQC-EST-ESCALADEE
               DISPLAY WS-AQC-NUMERO " " WS-AQC-HORODATAGE(1:8) " "
                   WS-AQC-HORODATAGE(9:4) "  " WS-AQC-SEVERITE " "
                   WS-AQC-PROGRAMME " " WS-ALM-ETAT-LIBELLE
                   " ESCALADEE"
           ELSE
               DISPLAY WS-AQC-NUMERO " " WS-AQC-HORODATAGE(1:8) " "
                   WS-AQC-HORODATAGE(9:4) "  " WS-AQC-SEVERITE " "
                   WS-AQC-PROGRAMME " " WS-ALM-ETAT-LIBELLE
           END-IF.
           DISPLAY "       " WS-AQC-TEXTE.
           IF WS-AQC-ACQUITTEE
               DISPLAY "       acquittee par " WS-AQC-OPER-ACQUIT
                   " le " WS-AQC-DATE-ACQUIT(1:8) " : "
                   WS-AQC-COMMENTAIRE
           END-IF.

           DISPLAY-ONE-ALERT-END.
           *>======================
               EXIT.

       5300-UPDATE-ONE-ALERT SECTION.
       *>---------------------------------

           UPDATE-ONE-ALERT-START.
           *>=======================

           DISPLAY "Numero de l'alerte (vide = retour) :".
           ACCEPT WS-ALM-SAISIE-NUMERO.
           IF WS-ALM-SAISIE-NUMERO = SPACES
               GO TO UPDATE-ONE-ALERT-END
           END-IF.
           IF FUNCTION TRIM(WS-ALM-SAISIE-NUMERO) IS NOT NUMERIC
               DISPLAY "Numero invalide."
               GO TO UPDATE-ONE-ALERT-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ALM-SAISIE-NUMERO) TO WS-ALM-NUMERO.

      *> La file est relue juste avant la mise a jour : une alerte
      *> deposee entre-temps par un autre programme n'est pas perdue.
           PERFORM 9960-LOAD-ALERT-QUEUE.
           MOVE "N" TO WS-ALM-TROUVE.
           PERFORM VARYING WS-INDEX-AQ FROM 1 BY 1 UNTIL
                   WS-INDEX-AQ > WS-AQ-COUNT
               MOVE WS-AQ-LIGNE(WS-INDEX-AQ) TO WS-AQ-COURANTE
               IF WS-AQC-NUMERO = WS-ALM-NUMERO
                   MOVE "Y" TO WS-ALM-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ALM-EST-TROUVE
               DISPLAY "Alerte " WS-ALM-NUMERO " inconnue."
               GO TO UPDATE-ONE-ALERT-END
           END-IF.
           IF WS-AQC-CLOSE
               DISPLAY "Alerte " WS-ALM-NUMERO " deja close le "
                   WS-AQC-DATE-CLOTURE(1:8) " par "
                   WS-AQC-OPER-CLOTURE "."
               GO TO UPDATE-ONE-ALERT-END
           END-IF.
           IF WS-ALM-ACTION = "A" AND WS-AQC-ACQUITTEE
               DISPLAY "Alerte " WS-ALM-NUMERO " deja acquittee par "
                   WS-AQC-OPER-ACQUIT "."
               GO TO UPDATE-ONE-ALERT-END
           END-IF.

           DISPLAY "Commentaire (40 car.) :".
           ACCEPT WS-ALM-COMMENTAIRE.
           IF WS-ALM-COMMENTAIRE = SPACES
               DISPLAY "Commentaire obligatoire, alerte inchangee."
               GO TO UPDATE-ONE-ALERT-END
           END-IF.

      *> Une alerte close sans acquittement prealable est reputee
      *> acquittee a la cloture, pour le delai moyen d'acquittement.
           IF WS-AQC-OUVERTE
               MOVE "A" TO WS-AQC-ETAT
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AQC-DATE-ACQUIT
               MOVE RC-OPERATOR-ID TO WS-AQC-OPER-ACQUIT
           END-IF.
           MOVE WS-ALM-COMMENTAIRE TO WS-AQC-COMMENTAIRE.
           IF WS-ALM-ACTION = "C"
               MOVE "C" TO WS-AQC-ETAT
               MOVE FUNCTION CURRENT-DATE(1:14) TO
                   WS-AQC-DATE-CLOTURE
               MOVE RC-OPERATOR-ID TO WS-AQC-OPER-CLOTURE
               MOVE "CLOSE" TO WS-ALM-EVENEMENT
           ELSE
               MOVE "ACQUITTEE" TO WS-ALM-EVENEMENT
           END-IF.
           MOVE WS-AQ-COURANTE TO WS-AQ-LIGNE(WS-INDEX-AQ).
           PERFORM 9965-REWRITE-ALERT-QUEUE.
           IF WS-AQ-EST-SATUREE
               GO TO UPDATE-ONE-ALERT-END
           END-IF.
           PERFORM 5400-LOG-ALERT-EVENT.
           IF WS-ALM-ACTION = "C"
               DISPLAY "Alerte " WS-ALM-NUMERO " close."
           ELSE
               DISPLAY "Alerte " WS-ALM-NUMERO " acquittee."
           END-IF.

           UPDATE-ONE-ALERT-END.
           *>=====================
               EXIT.

       5400-LOG-ALERT-EVENT SECTION.
       *>--------------------------------

           LOG-ALERT-EVENT-START.
           *>======================

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OPS-TIMESTAMP.
           PERFORM 9450-OPEN-LOG-WITH-RETRY.
           IF NOT WS-OPS-OPEN-IS-OK
               GO TO LOG-ALERT-EVENT-END
           END-IF.
           MOVE SPACES TO OPS-LOG-RECORD.
           MOVE WS-AQC-PROGRAMME TO OPS-PROGRAM-NAME.
           MOVE "ALRT" TO OPS-EVENT.
           MOVE WS-ALM-EVENEMENT TO OPS-STATUS.
           MOVE WS-OPS-TIMESTAMP TO OPS-TIMESTAMP.
           MOVE RC-OPERATOR-ID TO OPS-OPERATOR.
           WRITE OPS-LOG-RECORD.
           CLOSE OPS-LOG-FILE.

           LOG-ALERT-EVENT-END.
           *>====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------


       COPY PWHASHPR.

       COPY JOBQPR.

       COPY ALRQPR.

       END PROGRAM MENU-PRINCIPAL.

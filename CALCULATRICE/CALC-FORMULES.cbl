       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-FORMULES.
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
           COPY CALCFMSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CALCFMFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-AUTEUR PIC X(8).
       01  WS-REPONSE PIC X.
       01  WS-SAISIE-NOM PIC X(12).
       01  WS-SAISIE-VERSION PIC X(3).
       01  WS-SAISIE-NB-PARAMS PIC X.
       01  WS-SAISIE-EXPRESSION PIC X(60).
       01  WS-SAISIE-LIBELLE PIC X(30).
       01  WS-SAISIE-VALEUR PIC X(14).

      *> Controle d'un nom de formule ou de parametre : une lettre
      *> puis lettres, chiffres ou _, sans blanc interieur.
       01  WS-NOM-A-VALIDER PIC X(12).
       01  WS-NOM-LONGUEUR-MAX PIC 9(2).
       01  WS-NOM-VALIDE PIC X VALUE "N".
           88  WS-NOM-EST-VALIDE VALUE "Y".
       01  WS-NOM-POS PIC 9(2).
       01  WS-NOM-CAR PIC X.
       01  WS-NOM-FIN PIC X.

       01  WS-RANG-PARAM PIC 9.
       01  WS-RANG-AUTRE PIC 9.
       01  WS-RANG-ACTIVE PIC 9(3) VALUE 0.
       01  WS-NOUVELLE-VERSION PIC 9(3) VALUE 0.
       01  WS-FM-NOUVELLE PIC X(200).
       01  WS-TEST-OK PIC X VALUE "N".
           88  WS-TEST-EST-OK VALUE "Y".
       01  WS-CNT-ACTIVES PIC 9(3) VALUE 0.

       01  WS-EDIT-RESULTAT PIC -ZZZZZZZZZ9.99.

       COPY CALCFMWS.

       COPY CALCEXWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           PERFORM 9890-LOAD-FORMULES.
           IF WS-FM-EST-SATUREE
               DISPLAY "CALCFORM.DAT depasse la table (200 "&
                   "formules) : consultation seule."
           END-IF.

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
           DISPLAY "=== Bibliotheque de formules de la calculatrice "&
               "===".
           DISPLAY "L. Lister les formules actives".
           DISPLAY "H. Historique des versions d'une formule".
           DISPLAY "S. Saisir une formule ou une nouvelle version".
           DISPLAY "T. Tester une formule".
           DISPLAY "R. Retirer une formule".
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
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-FORMULES
               WHEN "H"
               WHEN "h"
                   PERFORM 3100-HISTORIQUE-FORMULE
               WHEN "S"
               WHEN "s"
                   PERFORM 4000-SAISIE-FORMULE
               WHEN "T"
               WHEN "t"
                   PERFORM 5000-TEST-FORMULE
               WHEN "R"
               WHEN "r"
                   PERFORM 6000-RETIRE-FORMULE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       3000-LIST-FORMULES SECTION.
       *>-----------------------------

           LIST-FORMULES-START.
           *>===================

           MOVE 0 TO WS-CNT-ACTIVES.
           PERFORM VARYING WS-INDEX-FM FROM 1 BY 1 UNTIL
                   WS-INDEX-FM > WS-FM-COUNT
               MOVE WS-FM-LIGNE(WS-INDEX-FM) TO WS-FM-COURANTE
               IF WS-FMC-ACTIVE
                   ADD 1 TO WS-CNT-ACTIVES
                   PERFORM 3200-DISPLAY-FORMULE
               END-IF
           END-PERFORM.
           IF WS-CNT-ACTIVES = 0
               DISPLAY "Aucune formule active dans CALCFORM.DAT."
           END-IF.

           LIST-FORMULES-END.
           *>=================
               EXIT.

       3100-HISTORIQUE-FORMULE SECTION.
       *>--------------------------------

           HISTORIQUE-FORMULE-START.
           *>========================

           DISPLAY "Nom de la formule :".
           ACCEPT WS-SAISIE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO
               WS-FM-NOM-CHERCHE.
           MOVE 0 TO WS-CNT-ACTIVES.
           PERFORM VARYING WS-INDEX-FM FROM 1 BY 1 UNTIL
                   WS-INDEX-FM > WS-FM-COUNT
               MOVE WS-FM-LIGNE(WS-INDEX-FM) TO WS-FM-COURANTE
               IF WS-FMC-NOM = WS-FM-NOM-CHERCHE
                   ADD 1 TO WS-CNT-ACTIVES
                   PERFORM 3200-DISPLAY-FORMULE
                   DISPLAY "      Statut " WS-FMC-STATUT
                       "  saisie le " WS-FMC-DATE-MAJ
                       " par " WS-FMC-AUTEUR
               END-IF
           END-PERFORM.
           IF WS-CNT-ACTIVES = 0
               DISPLAY "Formule inconnue."
           END-IF.

           HISTORIQUE-FORMULE-END.
           *>======================
               EXIT.

       3200-DISPLAY-FORMULE SECTION.
       *>-----------------------------

           DISPLAY-FORMULE-START.
           *>=====================

           DISPLAY WS-FMC-NOM " v" WS-FMC-VERSION " "
               WS-FMC-LIBELLE.
           DISPLAY "      Parametres : " WS-FMC-PARAM(1) " "
               WS-FMC-PARAM(2) " " WS-FMC-PARAM(3) " "
               WS-FMC-PARAM(4) " " WS-FMC-PARAM(5).
           DISPLAY "      = " WS-FMC-EXPRESSION.

           DISPLAY-FORMULE-END.
           *>===================
               EXIT.

       4000-SAISIE-FORMULE SECTION.
       *>-----------------------------

           SAISIE-FORMULE-START.
           *>===================

      *> Une formule n'est jamais modifiee sur place : chaque saisie
      *> cree une nouvelle version, testee avant enregistrement, et
      *> la version active precedente passe en historique pour que
      *> les resultats deja produits restent tracables.
           IF WS-FM-EST-SATUREE OR WS-FM-COUNT >= 200
               DISPLAY "Bibliotheque pleine, saisie impossible."
               GO TO SAISIE-FORMULE-END
           END-IF.
           PERFORM 4900-IDENTIFY-AUTEUR.
           IF WS-AUTEUR = SPACES
               DISPLAY "Auteur non identifie, saisie abandonnee."
               GO TO SAISIE-FORMULE-END
           END-IF.

           DISPLAY "Nom de la formule (12 car. max) :".
           ACCEPT WS-SAISIE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO
               WS-NOM-A-VALIDER.
           MOVE 12 TO WS-NOM-LONGUEUR-MAX.
           PERFORM 4100-VALIDATE-NOM.
           IF NOT WS-NOM-EST-VALIDE
               DISPLAY "Nom invalide : une lettre puis lettres, "&
                   "chiffres ou _."
               GO TO SAISIE-FORMULE-END
           END-IF.

           MOVE WS-NOM-A-VALIDER TO WS-FM-NOM-CHERCHE.
           MOVE 0 TO WS-FM-VERSION-CHERCHE.
           PERFORM 9897-FIND-FORMULE.
           MOVE 0 TO WS-RANG-ACTIVE.
           IF WS-FM-EST-TROUVEE
               MOVE WS-FM-RANG TO WS-RANG-ACTIVE
               DISPLAY "Version active :"
               PERFORM 3200-DISPLAY-FORMULE
           END-IF.
           IF WS-FM-VERSION-MAX = 999
               DISPLAY "Nombre maximal de versions atteint."
               GO TO SAISIE-FORMULE-END
           END-IF.
           COMPUTE WS-NOUVELLE-VERSION = WS-FM-VERSION-MAX + 1.

           MOVE SPACES TO WS-FM-COURANTE.
           MOVE WS-FM-NOM-CHERCHE TO WS-FMC-NOM.
           MOVE WS-NOUVELLE-VERSION TO WS-FMC-VERSION.
           SET WS-FMC-ACTIVE TO TRUE.
           MOVE WS-DATE-DU-JOUR TO WS-FMC-DATE-MAJ.
           MOVE WS-AUTEUR TO WS-FMC-AUTEUR.

           DISPLAY "Libelle (30 car. max) :".
           ACCEPT WS-SAISIE-LIBELLE.
           MOVE WS-SAISIE-LIBELLE TO WS-FMC-LIBELLE.

           DISPLAY "Nombre de parametres (0 a 5) :".
           ACCEPT WS-SAISIE-NB-PARAMS.
           IF WS-SAISIE-NB-PARAMS IS NOT NUMERIC OR
                   WS-SAISIE-NB-PARAMS > "5"
               DISPLAY "Nombre de parametres invalide."
               GO TO SAISIE-FORMULE-END
           END-IF.
           MOVE WS-SAISIE-NB-PARAMS TO WS-FMC-NB-PARAMS.

           PERFORM VARYING WS-RANG-PARAM FROM 1 BY 1 UNTIL
                   WS-RANG-PARAM > WS-FMC-NB-PARAMS
               PERFORM 4200-SAISIE-PARAMETRE
               IF NOT WS-NOM-EST-VALIDE
                   GO TO SAISIE-FORMULE-END
               END-IF
           END-PERFORM.

           DISPLAY "Expression (60 car. max, parametres par leur "&
               "nom) :".
           ACCEPT WS-SAISIE-EXPRESSION.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-EXPRESSION) TO
               WS-FMC-EXPRESSION.
           IF WS-FMC-EXPRESSION = SPACES
               DISPLAY "Expression vide, saisie abandonnee."
               GO TO SAISIE-FORMULE-END
           END-IF.

           DISPLAY "Essai de la formule avant enregistrement.".
           PERFORM 4500-TEST-EVALUATION.
           IF NOT WS-TEST-EST-OK
               DISPLAY "Formule non enregistree."
               GO TO SAISIE-FORMULE-END
           END-IF.

           DISPLAY "Enregistrer " WS-FMC-NOM " v" WS-FMC-VERSION
               " (O/N) ?".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Formule non enregistree."
               GO TO SAISIE-FORMULE-END
           END-IF.

           MOVE WS-FM-COURANTE TO WS-FM-NOUVELLE.
           IF WS-RANG-ACTIVE > 0
               MOVE WS-FM-LIGNE(WS-RANG-ACTIVE) TO WS-FM-COURANTE
               SET WS-FMC-HISTORIQUE TO TRUE
               MOVE WS-FM-COURANTE TO WS-FM-LIGNE(WS-RANG-ACTIVE)
           END-IF.
           ADD 1 TO WS-FM-COUNT.
           SET WS-INDEX-FM TO WS-FM-COUNT.
           MOVE WS-FM-NOUVELLE TO WS-FM-LIGNE(WS-INDEX-FM).
           PERFORM 9895-REWRITE-FORMULES.
           MOVE WS-FM-NOUVELLE TO WS-FM-COURANTE.
           DISPLAY "Formule " WS-FMC-NOM " v" WS-FMC-VERSION
               " enregistree.".

           SAISIE-FORMULE-END.
           *>=================
               EXIT.

       4100-VALIDATE-NOM SECTION.
       *>---------------------------

           VALIDATE-NOM-START.
           *>==================

           MOVE "N" TO WS-NOM-VALIDE.
           MOVE "N" TO WS-NOM-FIN.
           IF WS-NOM-A-VALIDER(1:1) < "A" OR
                   WS-NOM-A-VALIDER(1:1) > "Z"
               GO TO VALIDATE-NOM-END
           END-IF.
           IF WS-NOM-LONGUEUR-MAX < 12 AND
                   WS-NOM-A-VALIDER(WS-NOM-LONGUEUR-MAX + 1:) NOT =
                   SPACES
               GO TO VALIDATE-NOM-END
           END-IF.

           PERFORM VARYING WS-NOM-POS FROM 2 BY 1 UNTIL
                   WS-NOM-POS > 12
               MOVE WS-NOM-A-VALIDER(WS-NOM-POS:1) TO WS-NOM-CAR
               EVALUATE TRUE
                   WHEN WS-NOM-CAR = SPACE
                       MOVE "Y" TO WS-NOM-FIN
                   WHEN WS-NOM-FIN = "Y"
                       GO TO VALIDATE-NOM-END
                   WHEN WS-NOM-CAR >= "A" AND WS-NOM-CAR <= "Z"
                       CONTINUE
                   WHEN WS-NOM-CAR >= "0" AND WS-NOM-CAR <= "9"
                       CONTINUE
                   WHEN WS-NOM-CAR = "_"
                       CONTINUE
                   WHEN OTHER
                       GO TO VALIDATE-NOM-END
               END-EVALUATE
           END-PERFORM.

           MOVE "Y" TO WS-NOM-VALIDE.

           VALIDATE-NOM-END.
           *>================
               EXIT.

       4200-SAISIE-PARAMETRE SECTION.
       *>------------------------------

           SAISIE-PARAMETRE-START.
           *>======================

           DISPLAY "Nom du parametre " WS-RANG-PARAM
               " (8 car. max) :".
           ACCEPT WS-SAISIE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO
               WS-NOM-A-VALIDER.
           MOVE 8 TO WS-NOM-LONGUEUR-MAX.
           PERFORM 4100-VALIDATE-NOM.
           IF NOT WS-NOM-EST-VALIDE
               DISPLAY "Nom de parametre invalide : une lettre puis "&
                   "lettres, chiffres ou _ (8 car. max)."
               GO TO SAISIE-PARAMETRE-END
           END-IF.

           PERFORM VARYING WS-RANG-AUTRE FROM 1 BY 1 UNTIL
                   WS-RANG-AUTRE >= WS-RANG-PARAM
               IF WS-FMC-PARAM(WS-RANG-AUTRE) = WS-NOM-A-VALIDER
                   MOVE "N" TO WS-NOM-VALIDE
               END-IF
           END-PERFORM.
           IF NOT WS-NOM-EST-VALIDE
               DISPLAY "Parametre deja declare."
               GO TO SAISIE-PARAMETRE-END
           END-IF.

           MOVE WS-NOM-A-VALIDER TO WS-FMC-PARAM(WS-RANG-PARAM).

           SAISIE-PARAMETRE-END.
           *>====================
               EXIT.

       4500-TEST-EVALUATION SECTION.
       *>-----------------------------

           TEST-EVALUATION-START.
           *>=====================

      *> Evaluation de WS-FM-COURANTE sur des valeurs d'essai, par
      *> le meme evaluateur que la calculatrice.
           MOVE "N" TO WS-TEST-OK.
           MOVE WS-FMC-NB-PARAMS TO WS-EXP-NB-PARAMS.
           PERFORM VARYING WS-RANG-PARAM FROM 1 BY 1 UNTIL
                   WS-RANG-PARAM > WS-FMC-NB-PARAMS
               MOVE WS-FMC-PARAM(WS-RANG-PARAM) TO
                   WS-EXP-PARAM-NOM(WS-RANG-PARAM)
               DISPLAY "Valeur d'essai de "
                   WS-FMC-PARAM(WS-RANG-PARAM) " :"
               ACCEPT WS-SAISIE-VALEUR
               PERFORM UNTIL
                       FUNCTION TEST-NUMVAL(WS-SAISIE-VALEUR) = 0
                   DISPLAY "ceci n'est pas un nombre"
                   DISPLAY "veuillez saisir un nombre"
                   ACCEPT WS-SAISIE-VALEUR
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-SAISIE-VALEUR) TO
                   WS-EXP-PARAM-VALEUR(WS-RANG-PARAM)
           END-PERFORM.

           MOVE WS-FMC-EXPRESSION TO WS-EXP-TEXTE.
           PERFORM 3630-EVALUATE-EXPRESSION.
           IF WS-EXP-EN-ERREUR
               DISPLAY "Evaluation impossible : " WS-EXP-MOTIF
               GO TO TEST-EVALUATION-END
           END-IF.

           MOVE WS-EXP-RESULT TO WS-EDIT-RESULTAT.
           DISPLAY "Resultat d'essai : " WS-EDIT-RESULTAT.
           MOVE "Y" TO WS-TEST-OK.

           TEST-EVALUATION-END.
           *>===================
               EXIT.

       4900-IDENTIFY-AUTEUR SECTION.
       *>-----------------------------

           IDENTIFY-AUTEUR-START.
           *>=====================

           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.
           IF RC-OPERATOR-ID = SPACES
               DISPLAY "Identifiant operateur :"
               ACCEPT RC-OPERATOR-ID
           END-IF.
           MOVE RC-OPERATOR-ID TO WS-AUTEUR.

           IDENTIFY-AUTEUR-END.
           *>===================
               EXIT.

       5000-TEST-FORMULE SECTION.
       *>---------------------------

           TEST-FORMULE-START.
           *>==================

           DISPLAY "Nom de la formule :".
           ACCEPT WS-SAISIE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO
               WS-FM-NOM-CHERCHE.
           DISPLAY "Version (blanc = version active) :".
           ACCEPT WS-SAISIE-VERSION.
           IF WS-SAISIE-VERSION = SPACES
               MOVE 0 TO WS-FM-VERSION-CHERCHE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-VERSION) NOT = 0
                   DISPLAY "Version invalide."
                   GO TO TEST-FORMULE-END
               END-IF
               MOVE FUNCTION NUMVAL(WS-SAISIE-VERSION) TO
                   WS-FM-VERSION-CHERCHE
           END-IF.

           PERFORM 9897-FIND-FORMULE.
           IF NOT WS-FM-EST-TROUVEE
               DISPLAY "Formule ou version inconnue."
               GO TO TEST-FORMULE-END
           END-IF.
           PERFORM 3200-DISPLAY-FORMULE.
           PERFORM 4500-TEST-EVALUATION.

           TEST-FORMULE-END.
           *>================
               EXIT.

       6000-RETIRE-FORMULE SECTION.
       *>----------------------------

           RETIRE-FORMULE-START.
           *>====================

      *> La formule retiree n'a plus de version active : les appels
      *> par le seul nom sont rejetes, les versions restent
      *> consultables et appelables par leur numero.
           IF WS-FM-EST-SATUREE
               DISPLAY "Bibliotheque pleine, retrait impossible."
               GO TO RETIRE-FORMULE-END
           END-IF.
           DISPLAY "Nom de la formule a retirer :".
           ACCEPT WS-SAISIE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NOM) TO
               WS-FM-NOM-CHERCHE.
           MOVE 0 TO WS-FM-VERSION-CHERCHE.
           PERFORM 9897-FIND-FORMULE.
           IF NOT WS-FM-EST-TROUVEE
               DISPLAY "Aucune version active de cette formule."
               GO TO RETIRE-FORMULE-END
           END-IF.
           PERFORM 3200-DISPLAY-FORMULE.
           DISPLAY "Confirmer le retrait (O/N) ?".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               GO TO RETIRE-FORMULE-END
           END-IF.

           SET WS-FMC-HISTORIQUE TO TRUE.
           MOVE WS-FM-COURANTE TO WS-FM-LIGNE(WS-FM-RANG).
           PERFORM 9895-REWRITE-FORMULES.
           DISPLAY "Formule " WS-FMC-NOM " retiree.".

           RETIRE-FORMULE-END.
           *>==================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "CALC-FORMULES".

       COPY CALCEXPR.

       COPY CALCFMPR.

       END PROGRAM CALC-FORMULES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPTION-MAINT.
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
           COPY PROFSL.
           COPY INSCSL.
           COPY ELEVMSSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY PROFFD.

       COPY INSCFD.

       COPY ELEVMSFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-SAISIE-GROUPE PIC X(5).
       01  WS-SAISIE-MATIERE PIC X(20).
       01  WS-SAISIE-CLASSE PIC X(5).
       01  WS-SAISIE-MATRICULE PIC X(6).
       01  WS-NB-CLASSES-SAISIES PIC 9(2).
       01  WS-CONFIRMATION PIC X.

       01  WS-GROUPE-TROUVE PIC X VALUE "N".
           88  WS-GROUPE-EST-TROUVE VALUE "Y".
       01  WS-NB-INSCRITS-GROUPE PIC 9(4) VALUE 0.
       01  WS-NB-RETIRES PIC 9(4) VALUE 0.
       01  WS-INDEX-INSC-OUT PIC 9(4).
       01  WS-EDIT-INSCRITS PIC ZZZ9.

       COPY PROFWS.

       COPY INSCWS.

       COPY ELEVMSWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9255-LOAD-OPTION-GROUPS.
           PERFORM 9420-LOAD-ENROLMENTS.

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
           DISPLAY "=== Groupes d'option et inscriptions ===".
           DISPLAY "G. Definir un groupe d'option".
           DISPLAY "L. Lister les groupes".
           DISPLAY "S. Supprimer un groupe".
           DISPLAY "I. Inscrire un eleve a un groupe".
           DISPLAY "D. Desinscrire un eleve d'un groupe".
           DISPLAY "E. Eleves inscrits a un groupe".
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
               WHEN "G"
               WHEN "g"
                   PERFORM 3000-DEFINE-GROUP
               WHEN "L"
               WHEN "l"
                   PERFORM 4000-LIST-GROUPS
               WHEN "S"
               WHEN "s"
                   PERFORM 5000-REMOVE-GROUP
               WHEN "I"
               WHEN "i"
                   PERFORM 6000-ENROL-STUDENT
               WHEN "D"
               WHEN "d"
                   PERFORM 6500-UNENROL-STUDENT
               WHEN "E"
               WHEN "e"
                   PERFORM 7000-LIST-GROUP-MEMBERS
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       2100-ACCEPT-GROUPE SECTION.
       *>------------------------------

           ACCEPT-GROUPE-START.
           *>====================

           MOVE "N" TO WS-GROUPE-TROUVE.
           DISPLAY "Code du groupe (5 caracteres) :".
           ACCEPT WS-SAISIE-GROUPE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-GROUPE) TO
               WS-SAISIE-GROUPE.
           IF WS-SAISIE-GROUPE = SPACES
               GO TO ACCEPT-GROUPE-END
           END-IF.
           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               IF WS-OGR-GROUPE(WS-INDEX-OGR) = WS-SAISIE-GROUPE
                   MOVE "Y" TO WS-GROUPE-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           ACCEPT-GROUPE-END.
           *>==================
               EXIT.

       2500-REWRITE-GROUP-FILE SECTION.
       *>-----------------------------------

           REWRITE-GROUP-FILE-START.
           *>=========================

           OPEN OUTPUT OPTION-GROUP-FILE.
           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               MOVE SPACES TO OPTION-GROUP-RECORD
               MOVE WS-OGR-GROUPE(WS-INDEX-OGR) TO OG-GROUPE
               MOVE WS-OGR-MATIERE(WS-INDEX-OGR) TO OG-MATIERE
               PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1 UNTIL
                       WS-OGR-SCAN > 5
                   MOVE WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN) TO
                       OG-CLASSE(WS-OGR-SCAN)
               END-PERFORM
               WRITE OPTION-GROUP-RECORD
           END-PERFORM.
           CLOSE OPTION-GROUP-FILE.

           REWRITE-GROUP-FILE-END.
           *>=======================
               EXIT.

       2600-REWRITE-ENROLMENT-FILE SECTION.
       *>---------------------------------------

           REWRITE-ENROLMENT-FILE-START.
           *>=============================

           OPEN OUTPUT ENROLMENT-FILE.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               MOVE SPACES TO ENROLMENT-RECORD
               MOVE WS-INS-MATRICULE(WS-INDEX-INSC) TO IO-MATRICULE
               MOVE WS-INS-GROUPE(WS-INDEX-INSC) TO IO-GROUPE
               WRITE ENROLMENT-RECORD
           END-PERFORM.
           CLOSE ENROLMENT-FILE.

           REWRITE-ENROLMENT-FILE-END.
           *>===========================
               EXIT.

       3000-DEFINE-GROUP SECTION.
       *>-----------------------------

           DEFINE-GROUP-START.
           *>===================

           PERFORM 2100-ACCEPT-GROUPE.
           IF WS-SAISIE-GROUPE = SPACES
               DISPLAY "Code obligatoire, saisie abandonnee."
               GO TO DEFINE-GROUP-END
           END-IF.
           IF NOT WS-GROUPE-EST-TROUVE
               IF WS-NB-OPTGRP >= 60
                   DISPLAY "Fichier des groupes plein (60)."
                   GO TO DEFINE-GROUP-END
               END-IF
           ELSE
               DISPLAY "Groupe existant, sa definition sera "&
                   "remplacee."
           END-IF.

           DISPLAY "Matiere du groupe (code du referentiel ou "&
               "libelle) :".
           ACCEPT WS-SAISIE-MATIERE.
           IF WS-SAISIE-MATIERE = SPACES
               DISPLAY "Matiere obligatoire, saisie abandonnee."
               GO TO DEFINE-GROUP-END
           END-IF.

           IF NOT WS-GROUPE-EST-TROUVE
               ADD 1 TO WS-NB-OPTGRP
               SET WS-INDEX-OGR TO WS-NB-OPTGRP
           END-IF.
           MOVE WS-SAISIE-GROUPE TO WS-OGR-GROUPE(WS-INDEX-OGR).
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-MATIERE) TO
               WS-OGR-MATIERE(WS-INDEX-OGR).
           PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1 UNTIL
                   WS-OGR-SCAN > 5
               MOVE SPACES TO WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN)
           END-PERFORM.

           MOVE 0 TO WS-NB-CLASSES-SAISIES.
           PERFORM UNTIL WS-NB-CLASSES-SAISIES >= 5
               DISPLAY "Classe concernee (vide = fin) :"
               ACCEPT WS-SAISIE-CLASSE
               IF WS-SAISIE-CLASSE = SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-NB-CLASSES-SAISIES
               MOVE WS-SAISIE-CLASSE TO
                   WS-OGR-CLASSE(WS-INDEX-OGR WS-NB-CLASSES-SAISIES)
           END-PERFORM.
           IF WS-NB-CLASSES-SAISIES = 0
               DISPLAY "Attention : groupe sans classe, il ne "&
                   "s'applique a aucun eleve."
           END-IF.

           PERFORM 2500-REWRITE-GROUP-FILE.
           DISPLAY "Groupe enregistre : " WS-SAISIE-GROUPE.

           DEFINE-GROUP-END.
           *>=================
               EXIT.

       4000-LIST-GROUPS SECTION.
       *>----------------------------

           LIST-GROUPS-START.
           *>==================

           IF WS-NB-OPTGRP = 0
               DISPLAY "Aucun groupe d'option defini."
               GO TO LIST-GROUPS-END
           END-IF.

           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               PERFORM 4100-COUNT-GROUP-MEMBERS
               MOVE WS-NB-INSCRITS-GROUPE TO WS-EDIT-INSCRITS
               DISPLAY WS-OGR-GROUPE(WS-INDEX-OGR) " "
                   WS-OGR-MATIERE(WS-INDEX-OGR) " "
                   WS-EDIT-INSCRITS " inscrit(s)"
               PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1 UNTIL
                       WS-OGR-SCAN > 5
                   IF WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN)
                           NOT = SPACES
                       DISPLAY "  - "
                           WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM.

           LIST-GROUPS-END.
           *>================
               EXIT.

       4100-COUNT-GROUP-MEMBERS SECTION.
       *>-----------------------------------

           COUNT-GROUP-MEMBERS-START.
           *>==========================

           MOVE 0 TO WS-NB-INSCRITS-GROUPE.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               IF WS-INS-GROUPE(WS-INDEX-INSC) =
                       WS-OGR-GROUPE(WS-INDEX-OGR)
                   ADD 1 TO WS-NB-INSCRITS-GROUPE
               END-IF
           END-PERFORM.

           COUNT-GROUP-MEMBERS-END.
           *>========================
               EXIT.

       5000-REMOVE-GROUP SECTION.
       *>-----------------------------

           REMOVE-GROUP-START.
           *>===================

           PERFORM 2100-ACCEPT-GROUPE.
           IF NOT WS-GROUPE-EST-TROUVE
               DISPLAY "Groupe inconnu, rien a supprimer."
               GO TO REMOVE-GROUP-END
           END-IF.

           PERFORM 4100-COUNT-GROUP-MEMBERS.
           IF WS-NB-INSCRITS-GROUPE > 0
               MOVE WS-NB-INSCRITS-GROUPE TO WS-EDIT-INSCRITS
               DISPLAY "Le groupe compte " WS-EDIT-INSCRITS
                   " inscrit(s), qui seront retires. Confirmer O/N"
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION NOT = "O" AND
                       WS-CONFIRMATION NOT = "o"
                   DISPLAY "Suppression abandonnee."
                   GO TO REMOVE-GROUP-END
               END-IF
           END-IF.

           PERFORM UNTIL WS-INDEX-OGR >= WS-NB-OPTGRP
               MOVE WS-OPTGRP-ENTRY(WS-INDEX-OGR + 1) TO
                   WS-OPTGRP-ENTRY(WS-INDEX-OGR)
               SET WS-INDEX-OGR UP BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-OPTGRP.
           PERFORM 2500-REWRITE-GROUP-FILE.

           MOVE WS-SAISIE-GROUPE TO WS-INSC-LOOKUP-GROUPE.
           PERFORM 6600-PURGE-ENROLMENTS.
           DISPLAY "Groupe supprime.".

           REMOVE-GROUP-END.
           *>=================
               EXIT.

       6000-ENROL-STUDENT SECTION.
       *>------------------------------

           ENROL-STUDENT-START.
           *>====================

           PERFORM 2100-ACCEPT-GROUPE.
           IF NOT WS-GROUPE-EST-TROUVE
               DISPLAY "Groupe inconnu, inscription abandonnee."
               GO TO ENROL-STUDENT-END
           END-IF.
           IF WS-NB-INSC >= 3000
               DISPLAY "Fichier des inscriptions plein (3000)."
               GO TO ENROL-STUDENT-END
           END-IF.

           DISPLAY "Matricule de l'eleve :".
           ACCEPT WS-SAISIE-MATRICULE.
           IF WS-SAISIE-MATRICULE IS NOT NUMERIC OR
                   WS-SAISIE-MATRICULE = "000000"
               DISPLAY "Matricule invalide, inscription abandonnee."
               GO TO ENROL-STUDENT-END
           END-IF.

      *> L'eleve doit exister dans ELEVMAST.DAT et appartenir a une
      *> des classes du groupe.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMAST.DAT indisponible, inscription "&
                   "abandonnee."
               GO TO ENROL-STUDENT-END
           END-IF.
           MOVE WS-SAISIE-MATRICULE TO WS-MST-MATRICULE-CHERCHE.
           PERFORM 9770-READ-BY-MATRICULE.
           CLOSE MASTER-FILE.
           IF NOT WS-MST-EST-TROUVE
               DISPLAY "Eleve " WS-SAISIE-MATRICULE " inconnu de "&
                   "ELEVMAST.DAT, inscription abandonnee."
               GO TO ENROL-STUDENT-END
           END-IF.
           MOVE WS-SAISIE-GROUPE TO WS-OGR-LOOKUP-GROUPE.
           MOVE MST-ID-CLASSE TO WS-OGR-LOOKUP-CLASSE.
           PERFORM 9268-CHECK-GROUP-CLASS.
           IF NOT WS-OGR-EST-VALIDE
               DISPLAY "Eleve " MST-NOM " " MST-PRENOM " en "
                   MST-ID-CLASSE ", classe hors du groupe "
                   WS-SAISIE-GROUPE ", inscription abandonnee."
               GO TO ENROL-STUDENT-END
           END-IF.

           MOVE WS-SAISIE-MATRICULE TO WS-INSC-LOOKUP-MATRICULE.
           MOVE WS-SAISIE-GROUPE TO WS-INSC-LOOKUP-GROUPE.
           PERFORM 9435-CHECK-GROUP-MEMBER.
           IF WS-INSC-EST-INSCRIT
               DISPLAY "Eleve deja inscrit a ce groupe."
               GO TO ENROL-STUDENT-END
           END-IF.

           ADD 1 TO WS-NB-INSC.
           SET WS-INDEX-INSC TO WS-NB-INSC.
           MOVE WS-INSC-LOOKUP-MATRICULE TO
               WS-INS-MATRICULE(WS-INDEX-INSC).
           MOVE WS-SAISIE-GROUPE TO WS-INS-GROUPE(WS-INDEX-INSC).
           PERFORM 2600-REWRITE-ENROLMENT-FILE.
           DISPLAY "Eleve " WS-INSC-LOOKUP-MATRICULE
               " inscrit au groupe " WS-SAISIE-GROUPE ".".

           ENROL-STUDENT-END.
           *>==================
               EXIT.

       6500-UNENROL-STUDENT SECTION.
       *>--------------------------------

           UNENROL-STUDENT-START.
           *>======================

           PERFORM 2100-ACCEPT-GROUPE.
           DISPLAY "Matricule de l'eleve :".
           ACCEPT WS-SAISIE-MATRICULE.
           IF WS-SAISIE-MATRICULE IS NOT NUMERIC
               DISPLAY "Matricule invalide."
               GO TO UNENROL-STUDENT-END
           END-IF.

           MOVE WS-SAISIE-MATRICULE TO WS-INSC-LOOKUP-MATRICULE.
           MOVE WS-SAISIE-GROUPE TO WS-INSC-LOOKUP-GROUPE.
           PERFORM 9435-CHECK-GROUP-MEMBER.
           IF NOT WS-INSC-EST-INSCRIT
               DISPLAY "Inscription inconnue, rien a retirer."
               GO TO UNENROL-STUDENT-END
           END-IF.

           PERFORM UNTIL WS-INDEX-INSC >= WS-NB-INSC
               MOVE WS-INSC-ENTRY(WS-INDEX-INSC + 1) TO
                   WS-INSC-ENTRY(WS-INDEX-INSC)
               SET WS-INDEX-INSC UP BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-INSC.
           PERFORM 2600-REWRITE-ENROLMENT-FILE.
           DISPLAY "Inscription retiree.".

           UNENROL-STUDENT-END.
           *>====================
               EXIT.

       6600-PURGE-ENROLMENTS SECTION.
       *>---------------------------------

           PURGE-ENROLMENTS-START.
           *>=======================

           MOVE 0 TO WS-INDEX-INSC-OUT.
           MOVE 0 TO WS-NB-RETIRES.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               IF WS-INS-GROUPE(WS-INDEX-INSC) = WS-INSC-LOOKUP-GROUPE
                   ADD 1 TO WS-NB-RETIRES
               ELSE
                   ADD 1 TO WS-INDEX-INSC-OUT
                   MOVE WS-INSC-ENTRY(WS-INDEX-INSC) TO
                       WS-INSC-ENTRY(WS-INDEX-INSC-OUT)
               END-IF
           END-PERFORM.
           MOVE WS-INDEX-INSC-OUT TO WS-NB-INSC.
           IF WS-NB-RETIRES > 0
               PERFORM 2600-REWRITE-ENROLMENT-FILE
               DISPLAY WS-NB-RETIRES " inscription(s) retiree(s)."
           END-IF.

           PURGE-ENROLMENTS-END.
           *>=====================
               EXIT.

       7000-LIST-GROUP-MEMBERS SECTION.
       *>-----------------------------------

           LIST-GROUP-MEMBERS-START.
           *>=========================

           PERFORM 2100-ACCEPT-GROUPE.
           IF NOT WS-GROUPE-EST-TROUVE
               DISPLAY "Groupe inconnu."
               GO TO LIST-GROUP-MEMBERS-END
           END-IF.

           MOVE 0 TO WS-NB-INSCRITS-GROUPE.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               IF WS-INS-GROUPE(WS-INDEX-INSC) = WS-SAISIE-GROUPE
                   ADD 1 TO WS-NB-INSCRITS-GROUPE
                   DISPLAY "  " WS-INS-MATRICULE(WS-INDEX-INSC)
               END-IF
           END-PERFORM.
           MOVE WS-NB-INSCRITS-GROUPE TO WS-EDIT-INSCRITS.
           DISPLAY "Total : " WS-EDIT-INSCRITS " inscrit(s).".

           LIST-GROUP-MEMBERS-END.
           *>=======================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "OPTION-MAINT".

       COPY PROFPR.

       COPY INSCPR.

       COPY ELEVMSPR.

       END PROGRAM OPTION-MAINT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOI-TEMPS.
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
           COPY EDTSL.
           COPY PROFSL.
           COPY MATCATSL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "EDTCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY EDTFD.

       COPY PROFFD.

       COPY MATCATFD.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD        PIC X(80).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILE-STATUS PIC X(2).

       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-SAISIE-CLASSE PIC X(5).
       01  WS-SAISIE-JOUR PIC X.
       01  WS-SAISIE-CRENEAU PIC X(2).
       01  WS-SAISIE-MATIERE PIC X(6).
       01  WS-SAISIE-PROF PIC X(20).
       01  WS-SAISIE-SALLE PIC X(6).
       01  WS-SAISIE-GROUPE PIC X(5).
       01  WS-JOUR-NUM PIC 9.
       01  WS-CRENEAU-NUM PIC 9(2).

       01  WS-FIELD-OK PIC X VALUE "N".
           88  WS-FIELD-IS-OK VALUE "Y".
       01  WS-CONFLIT PIC X VALUE "N".
           88  WS-CONFLIT-EXISTE VALUE "Y".
       01  WS-SLOT-FOUND PIC X VALUE "N".
           88  WS-SLOT-IS-FOUND VALUE "Y".

      *> Compteurs du controle complet, repris en fin de rapport.
       01  WS-CNT-CONFLITS-PROF PIC 9(4) VALUE 0.
       01  WS-CNT-CONFLITS-SALLE PIC 9(4) VALUE 0.
       01  WS-CNT-CONFLITS-CLASSE PIC 9(4) VALUE 0.
       01  WS-CNT-ECARTS-HEURES PIC 9(4) VALUE 0.
       01  WS-CNT-HORS-SERVICE PIC 9(4) VALUE 0.
       01  WS-CNT-GROUPES-INCONNUS PIC 9(4) VALUE 0.
       01  WS-HEURES-PLANIFIEES PIC 9(3) VALUE 0.
       01  WS-CNT-LISTES PIC 9(4) VALUE 0.

       01  WS-EDIT-CRENEAU PIC Z9.
       01  WS-EDIT-HEURES PIC ZZ9.
       01  WS-EDIT-SERVICE PIC Z9.
       01  WS-EDIT-COUNT PIC ZZZ9.
       01  WS-HEURE-DEBUT PIC 9(2).

       COPY EDTWS.

       COPY PROFWS.

       COPY MATCATWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9255-LOAD-OPTION-GROUPS.
           PERFORM 9270-LOAD-TIMETABLE.

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
           DISPLAY "=== Emploi du temps des classes (EMPLTEMP.DAT) ===".
           DISPLAY "A. Ajouter un creneau".
           DISPLAY "S. Supprimer un creneau".
           DISPLAY "L. Lister l'emploi du temps d'une classe".
           DISPLAY "C. Controle complet (EDTCTRL.DAT)".
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
               WHEN "A"
               WHEN "a"
                   PERFORM 3000-ADD-SLOT
               WHEN "S"
               WHEN "s"
                   PERFORM 4000-REMOVE-SLOT
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-CLASS
               WHEN "C"
               WHEN "c"
                   PERFORM 6000-CONTROL-REPORT
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       2100-ACCEPT-SLOT-KEY SECTION.
       *>--------------------------------

           ACCEPT-SLOT-KEY-START.
           *>======================

           MOVE "N" TO WS-FIELD-OK.
           DISPLAY "Classe :".
           ACCEPT WS-SAISIE-CLASSE.
           IF WS-SAISIE-CLASSE = SPACES
               DISPLAY "Classe obligatoire, saisie abandonnee."
               GO TO ACCEPT-SLOT-KEY-END
           END-IF.

           DISPLAY "Jour (1 = lundi ... 6 = samedi) :".
           ACCEPT WS-SAISIE-JOUR.
           IF WS-SAISIE-JOUR IS NOT NUMERIC OR
                   WS-SAISIE-JOUR < "1" OR WS-SAISIE-JOUR > "6"
               DISPLAY "Jour invalide (1 a 6 attendu), saisie "&
                   "abandonnee."
               GO TO ACCEPT-SLOT-KEY-END
           END-IF.
           MOVE WS-SAISIE-JOUR TO WS-JOUR-NUM.

           DISPLAY "Creneau horaire (1 = 8h ... 10 = 17h) :".
           ACCEPT WS-SAISIE-CRENEAU.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE-CRENEAU) NOT = 0
               DISPLAY "Creneau invalide, saisie abandonnee."
               GO TO ACCEPT-SLOT-KEY-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE-CRENEAU) TO WS-CRENEAU-NUM.
           IF WS-CRENEAU-NUM < 1 OR WS-CRENEAU-NUM > 10
               DISPLAY "Creneau invalide (1 a 10 attendu), saisie "&
                   "abandonnee."
               GO TO ACCEPT-SLOT-KEY-END
           END-IF.

           MOVE "Y" TO WS-FIELD-OK.

           ACCEPT-SLOT-KEY-END.
           *>====================
               EXIT.

       2500-REWRITE-TIMETABLE SECTION.
       *>---------------------------------

           REWRITE-TIMETABLE-START.
           *>========================

           OPEN OUTPUT TIMETABLE-FILE.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               MOVE SPACES TO TIMETABLE-RECORD
               MOVE WS-EDT-CLASSE(WS-INDEX-EDT) TO ED-ID-CLASSE
               MOVE WS-EDT-JOUR(WS-INDEX-EDT) TO ED-JOUR
               MOVE WS-EDT-CRENEAU(WS-INDEX-EDT) TO ED-CRENEAU
               MOVE WS-EDT-MATIERE(WS-INDEX-EDT) TO ED-MATIERE
               MOVE WS-EDT-PROF(WS-INDEX-EDT) TO ED-PROF
               MOVE WS-EDT-SALLE(WS-INDEX-EDT) TO ED-SALLE
               MOVE WS-EDT-GROUPE(WS-INDEX-EDT) TO ED-GROUPE
               WRITE TIMETABLE-RECORD
           END-PERFORM.
           CLOSE TIMETABLE-FILE.

           REWRITE-TIMETABLE-END.
           *>======================
               EXIT.

       3000-ADD-SLOT SECTION.
       *>-------------------------

           ADD-SLOT-START.
           *>===============

           IF WS-EDT-EST-SATURE
               DISPLAY "Fichier plus grand que la table, ajout "&
                   "refuse."
               GO TO ADD-SLOT-END
           END-IF.
           IF WS-EDT-COUNT >= 1500
               DISPLAY "Emploi du temps plein (1500 creneaux)."
               GO TO ADD-SLOT-END
           END-IF.

           PERFORM 2100-ACCEPT-SLOT-KEY.
           IF NOT WS-FIELD-IS-OK
               GO TO ADD-SLOT-END
           END-IF.

           DISPLAY "Code matiere (referentiel MATIERES.DAT) :".
           ACCEPT WS-SAISIE-MATIERE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-MATIERE) TO
               WS-SAISIE-MATIERE.
           IF WS-SAISIE-MATIERE = SPACES
               DISPLAY "Matiere obligatoire, saisie abandonnee."
               GO TO ADD-SLOT-END
           END-IF.
           IF WS-NB-MCAT > 0
               MOVE WS-SAISIE-MATIERE TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF NOT WS-MCAT-IS-FOUND
                   DISPLAY "Code matiere inconnu au referentiel, "&
                       "saisie abandonnee."
                   GO TO ADD-SLOT-END
               END-IF
               MOVE WS-MCAT-RESOLVED-CODE TO WS-SAISIE-MATIERE
           END-IF.

           DISPLAY "Professeur (nom PROFS.DAT) :".
           ACCEPT WS-SAISIE-PROF.
           IF WS-SAISIE-PROF = SPACES
               DISPLAY "Professeur obligatoire, saisie abandonnee."
               GO TO ADD-SLOT-END
           END-IF.

           MOVE WS-SAISIE-PROF TO WS-PROF-LOOKUP-NOM.
           MOVE WS-SAISIE-MATIERE TO WS-PROF-LOOKUP-MATIERE.
           MOVE WS-SAISIE-CLASSE TO WS-PROF-LOOKUP-CLASSE.
           PERFORM 9260-CHECK-ASSIGNMENT.
           IF NOT WS-PROF-IS-AUTORISE
               DISPLAY "Ce professeur n'est pas affecte a "
                   WS-SAISIE-CLASSE " en " WS-SAISIE-MATIERE
                   " dans PROFS.DAT, saisie refusee."
               GO TO ADD-SLOT-END
           END-IF.

           DISPLAY "Salle :".
           ACCEPT WS-SAISIE-SALLE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-SALLE) TO
               WS-SAISIE-SALLE.
           IF WS-SAISIE-SALLE = SPACES
               DISPLAY "Salle obligatoire, saisie abandonnee."
               GO TO ADD-SLOT-END
           END-IF.

           DISPLAY "Groupe d'option OPTGRP.DAT (vide = toute la "&
               "classe) :".
           ACCEPT WS-SAISIE-GROUPE.
           IF WS-SAISIE-GROUPE NOT = SPACES
               MOVE WS-SAISIE-GROUPE TO WS-OGR-LOOKUP-GROUPE
               MOVE WS-SAISIE-CLASSE TO WS-OGR-LOOKUP-CLASSE
               PERFORM 9268-CHECK-GROUP-CLASS
               IF NOT WS-OGR-EST-VALIDE
                   DISPLAY "Groupe " WS-SAISIE-GROUPE " inconnu de "&
                       "OPTGRP.DAT pour " WS-SAISIE-CLASSE
                       ", saisie refusee."
                   GO TO ADD-SLOT-END
               END-IF
           END-IF.

           PERFORM 3100-CHECK-SLOT-CONFLICT.
           IF WS-CONFLIT-EXISTE
               DISPLAY "Double reservation, creneau refuse."
               GO TO ADD-SLOT-END
           END-IF.

           ADD 1 TO WS-EDT-COUNT.
           SET WS-INDEX-EDT TO WS-EDT-COUNT.
           MOVE WS-SAISIE-CLASSE TO WS-EDT-CLASSE(WS-INDEX-EDT).
           MOVE WS-JOUR-NUM TO WS-EDT-JOUR(WS-INDEX-EDT).
           MOVE WS-CRENEAU-NUM TO WS-EDT-CRENEAU(WS-INDEX-EDT).
           MOVE WS-SAISIE-MATIERE TO WS-EDT-MATIERE(WS-INDEX-EDT).
           MOVE WS-SAISIE-PROF TO WS-EDT-PROF(WS-INDEX-EDT).
           MOVE WS-SAISIE-SALLE TO WS-EDT-SALLE(WS-INDEX-EDT).
           MOVE WS-SAISIE-GROUPE TO WS-EDT-GROUPE(WS-INDEX-EDT).
           PERFORM 2500-REWRITE-TIMETABLE.

           DISPLAY "Creneau enregistre : " WS-SAISIE-CLASSE " "
               WS-EDT-NOM-JOUR(WS-JOUR-NUM) " creneau "
               WS-CRENEAU-NUM ".".

           ADD-SLOT-END.
           *>=============
               EXIT.

       3100-CHECK-SLOT-CONFLICT SECTION.
       *>-----------------------------------

           CHECK-SLOT-CONFLICT-START.
           *>==========================

      *> Une classe, un professeur ou une salle ne peuvent occuper
      *> qu'un seul creneau a la fois : chaque collision est
      *> affichee avant le refus pour que la secretaire sache quoi
      *> deplacer. Deux groupes differents d'une meme classe peuvent
      *> avoir cours en meme temps ; un meme groupe reunit plusieurs
      *> classes devant un seul professeur, dans une seule salle.
           MOVE "N" TO WS-CONFLIT.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               IF WS-EDT-JOUR(WS-INDEX-EDT) = WS-JOUR-NUM AND
                       WS-EDT-CRENEAU(WS-INDEX-EDT) = WS-CRENEAU-NUM
                   IF WS-EDT-CLASSE(WS-INDEX-EDT) = WS-SAISIE-CLASSE
                           AND NOT (WS-SAISIE-GROUPE NOT = SPACES AND
                           WS-EDT-GROUPE(WS-INDEX-EDT) NOT = SPACES AND
                           WS-EDT-GROUPE(WS-INDEX-EDT) NOT =
                               WS-SAISIE-GROUPE)
                       MOVE "Y" TO WS-CONFLIT
                       DISPLAY "  Classe deja en cours : "
                           WS-EDT-MATIERE(WS-INDEX-EDT) " avec "
                           WS-EDT-PROF(WS-INDEX-EDT)
                   END-IF
                   IF WS-EDT-PROF(WS-INDEX-EDT) = WS-SAISIE-PROF AND
                           NOT (WS-SAISIE-GROUPE NOT = SPACES AND
                           WS-EDT-GROUPE(WS-INDEX-EDT) =
                               WS-SAISIE-GROUPE)
                       MOVE "Y" TO WS-CONFLIT
                       DISPLAY "  Professeur deja en cours avec "
                           WS-EDT-CLASSE(WS-INDEX-EDT) " salle "
                           WS-EDT-SALLE(WS-INDEX-EDT)
                   END-IF
                   IF WS-EDT-SALLE(WS-INDEX-EDT) = WS-SAISIE-SALLE
                           AND NOT (WS-SAISIE-GROUPE NOT = SPACES AND
                           WS-EDT-GROUPE(WS-INDEX-EDT) =
                               WS-SAISIE-GROUPE)
                       MOVE "Y" TO WS-CONFLIT
                       DISPLAY "  Salle deja occupee par "
                           WS-EDT-CLASSE(WS-INDEX-EDT) " ("
                           WS-EDT-PROF(WS-INDEX-EDT) ")"
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-SLOT-CONFLICT-END.
           *>========================
               EXIT.

       4000-REMOVE-SLOT SECTION.
       *>----------------------------

           REMOVE-SLOT-START.
           *>==================

           IF WS-EDT-EST-SATURE
               DISPLAY "Fichier plus grand que la table, "&
                   "suppression refusee."
               GO TO REMOVE-SLOT-END
           END-IF.

           PERFORM 2100-ACCEPT-SLOT-KEY.
           IF NOT WS-FIELD-IS-OK
               GO TO REMOVE-SLOT-END
           END-IF.

           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               IF WS-EDT-CLASSE(WS-INDEX-EDT) = WS-SAISIE-CLASSE AND
                       WS-EDT-JOUR(WS-INDEX-EDT) = WS-JOUR-NUM AND
                       WS-EDT-CRENEAU(WS-INDEX-EDT) = WS-CRENEAU-NUM
                   MOVE "Y" TO WS-SLOT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-SLOT-IS-FOUND
               DISPLAY "Creneau inconnu, rien a supprimer."
               GO TO REMOVE-SLOT-END
           END-IF.

           PERFORM UNTIL WS-INDEX-EDT >= WS-EDT-COUNT
               MOVE WS-EDT-ENTRY(WS-INDEX-EDT + 1) TO
                   WS-EDT-ENTRY(WS-INDEX-EDT)
               SET WS-INDEX-EDT UP BY 1
           END-PERFORM.
           SUBTRACT 1 FROM WS-EDT-COUNT.
           PERFORM 2500-REWRITE-TIMETABLE.
           DISPLAY "Creneau supprime.".

           REMOVE-SLOT-END.
           *>================
               EXIT.

       5000-LIST-CLASS SECTION.
       *>---------------------------

           LIST-CLASS-START.
           *>=================

           DISPLAY "Classe :".
           ACCEPT WS-SAISIE-CLASSE.

           MOVE 0 TO WS-CNT-LISTES.
           PERFORM VARYING WS-JOUR-NUM FROM 1 BY 1 UNTIL
                   WS-JOUR-NUM > 6
               PERFORM VARYING WS-CRENEAU-NUM FROM 1 BY 1 UNTIL
                       WS-CRENEAU-NUM > 10
                   PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                           WS-INDEX-EDT > WS-EDT-COUNT
                       IF WS-EDT-CLASSE(WS-INDEX-EDT) =
                               WS-SAISIE-CLASSE AND
                               WS-EDT-JOUR(WS-INDEX-EDT) =
                                   WS-JOUR-NUM AND
                               WS-EDT-CRENEAU(WS-INDEX-EDT) =
                                   WS-CRENEAU-NUM
                           COMPUTE WS-HEURE-DEBUT =
                               WS-CRENEAU-NUM + 7
                           DISPLAY WS-EDT-NOM-JOUR(WS-JOUR-NUM) " "
                               WS-HEURE-DEBUT "h "
                               WS-EDT-MATIERE(WS-INDEX-EDT) " "
                               WS-EDT-PROF(WS-INDEX-EDT) " salle "
                               WS-EDT-SALLE(WS-INDEX-EDT) " "
                               WS-EDT-GROUPE(WS-INDEX-EDT)
                           ADD 1 TO WS-CNT-LISTES
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           IF WS-CNT-LISTES = 0
               DISPLAY "Aucun creneau pour " WS-SAISIE-CLASSE "."
           ELSE
               DISPLAY WS-CNT-LISTES " heure(s) par semaine."
           END-IF.

           LIST-CLASS-END.
           *>===============
               EXIT.

       6000-CONTROL-REPORT SECTION.
       *>-------------------------------

           CONTROL-REPORT-START.
           *>=====================

      *> Le controle complet relit toute la table : EMPLTEMP.DAT peut
      *> avoir ete retouche hors de ce programme, et les services de
      *> PROFS.DAT evoluent independamment.
           MOVE 0 TO WS-CNT-CONFLITS-PROF.
           MOVE 0 TO WS-CNT-CONFLITS-SALLE.
           MOVE 0 TO WS-CNT-CONFLITS-CLASSE.
           MOVE 0 TO WS-CNT-ECARTS-HEURES.
           MOVE 0 TO WS-CNT-HORS-SERVICE.
           MOVE 0 TO WS-CNT-GROUPES-INCONNUS.

           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE "=== Controle de l'emploi du temps ===" TO
               CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           MOVE "-- Doubles reservations --" TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               PERFORM VARYING WS-INDEX-EDT2 FROM 1 BY 1
                       UNTIL WS-INDEX-EDT2 > WS-EDT-COUNT
                   IF WS-INDEX-EDT2 > WS-INDEX-EDT AND
                           WS-EDT-JOUR(WS-INDEX-EDT) =
                           WS-EDT-JOUR(WS-INDEX-EDT2) AND
                           WS-EDT-CRENEAU(WS-INDEX-EDT) =
                               WS-EDT-CRENEAU(WS-INDEX-EDT2)
                       PERFORM 6100-REPORT-ONE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "-- Services PROFS.DAT et groupes OPTGRP.DAT --" TO
               CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               PERFORM 6200-CHECK-ONE-SERVICE
           END-PERFORM.

           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               PERFORM 6300-CHECK-ONE-ASSIGNMENT
               PERFORM 6400-CHECK-ONE-GROUP
           END-PERFORM.

           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-CONFLITS-CLASSE TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Conflits de classe     : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-CONFLITS-PROF TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Conflits de professeur : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-CONFLITS-SALLE TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Conflits de salle      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-ECARTS-HEURES TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Ecarts de service      : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-HORS-SERVICE TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Creneaux hors service  : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE WS-CNT-GROUPES-INCONNUS TO WS-EDIT-COUNT.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Groupes inconnus       : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           CLOSE CONTROL-REPORT-FILE.

           IF WS-CNT-CONFLITS-CLASSE > 0 OR
                   WS-CNT-CONFLITS-PROF > 0 OR
                   WS-CNT-CONFLITS-SALLE > 0 OR
                   WS-CNT-ECARTS-HEURES > 0 OR
                   WS-CNT-HORS-SERVICE > 0 OR
                   WS-CNT-GROUPES-INCONNUS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Anomalies detectees, voir EDTCTRL.DAT."
           ELSE
               DISPLAY "Emploi du temps coherent, rapport ecrit "&
                   "dans EDTCTRL.DAT."
           END-IF.

           CONTROL-REPORT-END.
           *>===================
               EXIT.

       6100-REPORT-ONE-PAIR SECTION.
       *>--------------------------------

           REPORT-ONE-PAIR-START.
           *>======================

           MOVE WS-EDT-CRENEAU(WS-INDEX-EDT) TO WS-EDIT-CRENEAU.

      *> Memes regles de groupe que 3100 : deux groupes differents
      *> d'une classe ne se heurtent pas, un meme groupe partage son
      *> professeur et sa salle entre ses classes.
           IF WS-EDT-CLASSE(WS-INDEX-EDT) =
                   WS-EDT-CLASSE(WS-INDEX-EDT2) AND
                   NOT (WS-EDT-GROUPE(WS-INDEX-EDT) NOT = SPACES AND
                   WS-EDT-GROUPE(WS-INDEX-EDT2) NOT = SPACES AND
                   WS-EDT-GROUPE(WS-INDEX-EDT) NOT =
                       WS-EDT-GROUPE(WS-INDEX-EDT2))
               ADD 1 TO WS-CNT-CONFLITS-CLASSE
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "CLASSE " WS-EDT-CLASSE(WS-INDEX-EDT) " "
                       WS-EDT-NOM-JOUR(WS-EDT-JOUR(WS-INDEX-EDT))
                       " cr." WS-EDIT-CRENEAU " : "
                       WS-EDT-MATIERE(WS-INDEX-EDT) " / "
                       WS-EDT-MATIERE(WS-INDEX-EDT2)
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-IF.

           IF WS-EDT-PROF(WS-INDEX-EDT) =
                   WS-EDT-PROF(WS-INDEX-EDT2) AND
                   NOT (WS-EDT-GROUPE(WS-INDEX-EDT) NOT = SPACES AND
                   WS-EDT-GROUPE(WS-INDEX-EDT) =
                       WS-EDT-GROUPE(WS-INDEX-EDT2))
               ADD 1 TO WS-CNT-CONFLITS-PROF
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "PROF   " WS-EDT-PROF(WS-INDEX-EDT) " "
                       WS-EDT-NOM-JOUR(WS-EDT-JOUR(WS-INDEX-EDT))
                       " cr." WS-EDIT-CRENEAU " : "
                       WS-EDT-CLASSE(WS-INDEX-EDT) " / "
                       WS-EDT-CLASSE(WS-INDEX-EDT2)
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-IF.

           IF WS-EDT-SALLE(WS-INDEX-EDT) =
                   WS-EDT-SALLE(WS-INDEX-EDT2) AND
                   NOT (WS-EDT-GROUPE(WS-INDEX-EDT) NOT = SPACES AND
                   WS-EDT-GROUPE(WS-INDEX-EDT) =
                       WS-EDT-GROUPE(WS-INDEX-EDT2))
               ADD 1 TO WS-CNT-CONFLITS-SALLE
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "SALLE  " WS-EDT-SALLE(WS-INDEX-EDT) " "
                       WS-EDT-NOM-JOUR(WS-EDT-JOUR(WS-INDEX-EDT))
                       " cr." WS-EDIT-CRENEAU " : "
                       WS-EDT-CLASSE(WS-INDEX-EDT) " / "
                       WS-EDT-CLASSE(WS-INDEX-EDT2)
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-IF.

           REPORT-ONE-PAIR-END.
           *>====================
               EXIT.

       6200-CHECK-ONE-SERVICE SECTION.
       *>----------------------------------

           CHECK-ONE-SERVICE-START.
           *>========================

      *> Un cours de groupe partage entre plusieurs classes ne compte
      *> qu'une heure dans le service du professeur.
           MOVE 0 TO WS-HEURES-PLANIFIEES.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               IF WS-EDT-PROF(WS-INDEX-EDT) =
                       WS-TCH-NOM(WS-INDEX-TEACH) AND
                       WS-EDT-MATIERE(WS-INDEX-EDT) =
                           WS-TCH-MATIERE(WS-INDEX-TEACH)
                   PERFORM 9275-CHECK-SHARED-LINE
                   IF NOT WS-EDT-EST-PARTAGE
                       ADD 1 TO WS-HEURES-PLANIFIEES
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-HEURES-PLANIFIEES = WS-TCH-HEURES(WS-INDEX-TEACH)
               GO TO CHECK-ONE-SERVICE-END
           END-IF.

           ADD 1 TO WS-CNT-ECARTS-HEURES.
           MOVE WS-HEURES-PLANIFIEES TO WS-EDIT-HEURES.
           MOVE WS-TCH-HEURES(WS-INDEX-TEACH) TO WS-EDIT-SERVICE.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "SERVICE " WS-TCH-NOM(WS-INDEX-TEACH) " "
                   WS-TCH-MATIERE(WS-INDEX-TEACH) " : "
                   WS-EDIT-HEURES "h planifiees pour "
                   WS-EDIT-SERVICE "h"
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.

           CHECK-ONE-SERVICE-END.
           *>======================
               EXIT.

       6300-CHECK-ONE-ASSIGNMENT SECTION.
       *>-------------------------------------

           CHECK-ONE-ASSIGNMENT-START.
           *>===========================

           MOVE WS-EDT-PROF(WS-INDEX-EDT) TO WS-PROF-LOOKUP-NOM.
           MOVE WS-EDT-MATIERE(WS-INDEX-EDT) TO WS-PROF-LOOKUP-MATIERE.
           MOVE WS-EDT-CLASSE(WS-INDEX-EDT) TO WS-PROF-LOOKUP-CLASSE.
           PERFORM 9260-CHECK-ASSIGNMENT.
           IF WS-PROF-IS-AUTORISE
               GO TO CHECK-ONE-ASSIGNMENT-END
           END-IF.

           ADD 1 TO WS-CNT-HORS-SERVICE.
           MOVE WS-EDT-CRENEAU(WS-INDEX-EDT) TO WS-EDIT-CRENEAU.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "HORS SERVICE " WS-EDT-CLASSE(WS-INDEX-EDT) " "
                   WS-EDT-NOM-JOUR(WS-EDT-JOUR(WS-INDEX-EDT))
                   " cr." WS-EDIT-CRENEAU " "
                   WS-EDT-MATIERE(WS-INDEX-EDT) " "
                   WS-EDT-PROF(WS-INDEX-EDT)
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.

           CHECK-ONE-ASSIGNMENT-END.
           *>=========================
               EXIT.

       6400-CHECK-ONE-GROUP SECTION.
       *>--------------------------------

           CHECK-ONE-GROUP-START.
           *>======================

      *> Un groupe saisi hors de ce programme doit exister dans
      *> OPTGRP.DAT pour la classe du creneau.
           IF WS-EDT-GROUPE(WS-INDEX-EDT) = SPACES
               GO TO CHECK-ONE-GROUP-END
           END-IF.
           MOVE WS-EDT-GROUPE(WS-INDEX-EDT) TO WS-OGR-LOOKUP-GROUPE.
           MOVE WS-EDT-CLASSE(WS-INDEX-EDT) TO WS-OGR-LOOKUP-CLASSE.
           PERFORM 9268-CHECK-GROUP-CLASS.
           IF WS-OGR-EST-VALIDE
               GO TO CHECK-ONE-GROUP-END
           END-IF.

           ADD 1 TO WS-CNT-GROUPES-INCONNUS.
           MOVE WS-EDT-CRENEAU(WS-INDEX-EDT) TO WS-EDIT-CRENEAU.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "GROUPE " WS-EDT-GROUPE(WS-INDEX-EDT) " inconnu "
                   WS-EDT-CLASSE(WS-INDEX-EDT) " "
                   WS-EDT-NOM-JOUR(WS-EDT-JOUR(WS-INDEX-EDT))
                   " cr." WS-EDIT-CRENEAU " "
                   WS-EDT-MATIERE(WS-INDEX-EDT)
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.

           CHECK-ONE-GROUP-END.
           *>====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "EMPLOI-TEMPS".

       COPY MATCATPR.

       COPY PROFPR.

       COPY EDTPR.

       END PROGRAM EMPLOI-TEMPS.

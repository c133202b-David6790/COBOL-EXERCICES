       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROF-ABSENCES.
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
           COPY EDTSL.
           COPY PABSSL.
           SELECT LOST-HOURS-REPORT-FILE ASSIGN TO "PROFHPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY PROFFD.

       COPY EDTFD.

       COPY PABSFD.

       FD  LOST-HOURS-REPORT-FILE.
       01  LOST-HOURS-REPORT-RECORD     PIC X(80).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-FILE-STATUS PIC X(2).

       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-SAISIE-NOM PIC X(20).
       01  WS-SAISIE-REMPLACANT PIC X(20).
       01  WS-SAISIE-DATE PIC X(8).
       01  WS-SAISIE-DEMI PIC X.
       01  WS-SAISIE-CLASSE PIC X(5).
       01  WS-SAISIE-CRENEAU PIC X(2).
       01  WS-SAISIE-MOIS PIC X(6).
       01  WS-CRENEAU-NUM PIC 9(2).

       01  WS-DATE-SAISIE-N PIC 9(8).
       01  WS-DATE-DEBUT PIC 9(8).
       01  WS-DEMI-DEBUT PIC X.
       01  WS-DATE-FIN PIC 9(8).
       01  WS-DEMI-FIN PIC X.
       01  WS-CLE-DEBUT PIC 9(9).
       01  WS-CLE-FIN PIC 9(9).
       01  WS-CLE-AUTRE-DEBUT PIC 9(9).
       01  WS-CLE-AUTRE-FIN PIC 9(9).
       01  WS-DATE-ENTREE-OK PIC X VALUE "N".
           88  WS-DATE-ENTREE-VALIDE VALUE "Y".
       01  WS-CHEVAUCHEMENT PIC X VALUE "N".
           88  WS-CHEVAUCHEMENT-TROUVE VALUE "Y".
       01  WS-PROF-TROUVE PIC X VALUE "N".
           88  WS-PROF-EST-TROUVE VALUE "Y".
       01  WS-CRENEAU-TROUVE PIC X VALUE "N".
           88  WS-CRENEAU-EST-TROUVE VALUE "Y".
       01  WS-JOUR-INT PIC 9(7).
       01  WS-JOUR-SEMAINE PIC 9.

       01  WS-DATE-COURANTE PIC 9(8).
       01  WS-DATE-COURANTE-X REDEFINES WS-DATE-COURANTE.
           05 WS-DC-ANNEE PIC 9(4).
           05 WS-DC-MOIS PIC 9(2).
           05 WS-DC-JOUR PIC 9(2).
       01  WS-MOIS-RAPPORT PIC 9(6).
       01  WS-MOIS-RAPPORT-X REDEFINES WS-MOIS-RAPPORT.
           05 WS-MR-ANNEE PIC 9(4).
           05 WS-MR-MOIS PIC 9(2).
       01  WS-MOIS-SUIVANT PIC 9(8).
       01  WS-MOIS-SUIVANT-X REDEFINES WS-MOIS-SUIVANT.
           05 WS-MS-ANNEE PIC 9(4).
           05 WS-MS-MOIS PIC 9(2).
           05 WS-MS-JOUR PIC 9(2).

       01  WS-CNT-LISTES PIC 9(4) VALUE 0.
       01  WS-CNT-REMPLACEMENTS PIC 9(4) VALUE 0.
       01  WS-PROF-DUES PIC 9(5).
       01  WS-PROF-PERDUES PIC 9(5).
       01  WS-PROF-REMPLACEES PIC 9(5).
       01  WS-PROF-DROIT PIC 9(5).
       01  WS-NON-COUVERTES PIC 9(5).
       01  WS-TOTAL-DUES PIC 9(6) VALUE 0.
       01  WS-TOTAL-PERDUES PIC 9(6) VALUE 0.
       01  WS-TOTAL-REMPLACEES PIC 9(6) VALUE 0.
       01  WS-TAUX PIC 9(3)V9.

       01  WS-EDIT-DATE-DEBUT PIC X(10).
       01  WS-EDIT-DATE-FIN PIC X(10).
       01  WS-EDIT-SERVICE PIC ZZ9.
       01  WS-EDIT-DROIT PIC ZZZ9.
       01  WS-EDIT-DUES PIC ZZZ9.
       01  WS-EDIT-PERDUES PIC ZZZ9.
       01  WS-EDIT-REMPLACEES PIC ZZZ9.
       01  WS-EDIT-NON-COUV PIC ZZZ9.
       01  WS-EDIT-TAUX PIC ZZ9.9.
       01  WS-EDIT-JOURS PIC ZZ9.
       01  WS-EDIT-COUNT PIC ZZZ9.

       COPY PROFWS.

       COPY EDTWS.

       COPY PABSWS.

       COPY RPTCATLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9270-LOAD-TIMETABLE.
           PERFORM 9310-LOAD-TEACHER-ABSENCES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-COURANTE.

      *> Dans la chaine de nuit, seul le rapport du mois precedent
      *> est produit.
           IF RC-MODE-OVERRIDE = "B" OR "b"
               MOVE WS-DC-ANNEE TO WS-MR-ANNEE
               MOVE WS-DC-MOIS TO WS-MR-MOIS
               IF WS-MR-MOIS = 1
                   MOVE 12 TO WS-MR-MOIS
                   SUBTRACT 1 FROM WS-MR-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MR-MOIS
               END-IF
               PERFORM 6000-MONTHLY-REPORT
           ELSE
               PERFORM UNTIL WS-QUIT-CHOICE
                   PERFORM 1000-DISPLAY-MENU
                   PERFORM 2000-DISPATCH-CHOICE
               END-PERFORM
           END-IF.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-DISPLAY-MENU SECTION.
       *>-----------------------------

           DISPLAY-MENU-START.
           *>===================

           DISPLAY " ".
           DISPLAY "=== Absences et remplacements des professeurs ===".
           DISPLAY "A. Saisir une absence (PROFABS.DAT)".
           DISPLAY "R. Saisir un remplacement (PROFREMP.DAT)".
           DISPLAY "L. Lister les absences".
           DISPLAY "M. Rapport mensuel des heures perdues "&
               "(PROFHPER.DAT)".
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
                   PERFORM 3000-ADD-ABSENCE
               WHEN "R"
               WHEN "r"
                   PERFORM 4000-ADD-SUBSTITUTE
               WHEN "L"
               WHEN "l"
                   PERFORM 5000-LIST-ABSENCES
               WHEN "M"
               WHEN "m"
                   PERFORM 2200-ACCEPT-MONTH
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       2100-ACCEPT-DATE SECTION.
       *>----------------------------

           ACCEPT-DATE-START.
           *>==================

           MOVE "N" TO WS-DATE-ENTREE-OK.
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE IS NOT NUMERIC
               DISPLAY "Date invalide (AAAAMMJJ attendu)."
               GO TO ACCEPT-DATE-END
           END-IF.
           MOVE WS-SAISIE-DATE TO WS-DATE-SAISIE-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE-N) NOT = 0
               DISPLAY "Date inexistante : " WS-SAISIE-DATE
               GO TO ACCEPT-DATE-END
           END-IF.
           MOVE "Y" TO WS-DATE-ENTREE-OK.

           ACCEPT-DATE-END.
           *>================
               EXIT.

       2200-ACCEPT-MONTH SECTION.
       *>-----------------------------

           ACCEPT-MONTH-START.
           *>===================

           DISPLAY "Mois du rapport (AAAAMM, vide = mois en cours) :".
           ACCEPT WS-SAISIE-MOIS.
           IF WS-SAISIE-MOIS = SPACES
               MOVE WS-DC-ANNEE TO WS-MR-ANNEE
               MOVE WS-DC-MOIS TO WS-MR-MOIS
           ELSE
               IF WS-SAISIE-MOIS IS NOT NUMERIC
                   DISPLAY "Mois invalide, rapport abandonne."
                   GO TO ACCEPT-MONTH-END
               END-IF
               MOVE WS-SAISIE-MOIS TO WS-MOIS-RAPPORT
               IF WS-MR-MOIS < 1 OR WS-MR-MOIS > 12 OR
                       WS-MR-ANNEE < 1601
                   DISPLAY "Mois invalide, rapport abandonne."
                   GO TO ACCEPT-MONTH-END
               END-IF
           END-IF.

           PERFORM 6000-MONTHLY-REPORT.

           ACCEPT-MONTH-END.
           *>=================
               EXIT.

       3000-ADD-ABSENCE SECTION.
       *>----------------------------

           ADD-ABSENCE-START.
           *>==================

           IF WS-TEACHER-COUNT = 0
               DISPLAY "Aucun professeur dans PROFS.DAT, saisie "&
                   "impossible."
               GO TO ADD-ABSENCE-END
           END-IF.
           IF WS-PABS-COUNT >= 300
               DISPLAY "Fichier des absences plein (300)."
               GO TO ADD-ABSENCE-END
           END-IF.

           DISPLAY "Nom du professeur (PROFS.DAT) :".
           ACCEPT WS-SAISIE-NOM.
           MOVE "N" TO WS-PROF-TROUVE.
           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               IF WS-TCH-NOM(WS-INDEX-TEACH) = WS-SAISIE-NOM
                   MOVE "Y" TO WS-PROF-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-PROF-EST-TROUVE OR WS-SAISIE-NOM = SPACES
               DISPLAY "Professeur inconnu de PROFS.DAT, saisie "&
                   "abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           DISPLAY "Premier jour d'absence (AAAAMMJJ) :".
           PERFORM 2100-ACCEPT-DATE.
           IF NOT WS-DATE-ENTREE-VALIDE
               GO TO ADD-ABSENCE-END
           END-IF.
           MOVE WS-DATE-SAISIE-N TO WS-DATE-DEBUT.
           DISPLAY "A partir de (M = matin, A = apres-midi) :".
           ACCEPT WS-SAISIE-DEMI.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DEMI) TO WS-DEMI-DEBUT.
           IF WS-DEMI-DEBUT NOT = "M" AND WS-DEMI-DEBUT NOT = "A"
               DISPLAY "Demi-journee invalide, saisie abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           DISPLAY "Dernier jour d'absence (AAAAMMJJ, vide = meme "&
               "jour) :".
           ACCEPT WS-SAISIE-DATE.
           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-DEBUT TO WS-DATE-FIN
           ELSE
               IF WS-SAISIE-DATE IS NOT NUMERIC
                   DISPLAY "Date invalide, saisie abandonnee."
                   GO TO ADD-ABSENCE-END
               END-IF
               MOVE WS-SAISIE-DATE TO WS-DATE-SAISIE-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-SAISIE-N)
                       NOT = 0
                   DISPLAY "Date inexistante, saisie abandonnee."
                   GO TO ADD-ABSENCE-END
               END-IF
               MOVE WS-DATE-SAISIE-N TO WS-DATE-FIN
           END-IF.
           DISPLAY "Jusqu'a (M = fin de matinee, A = fin de "&
               "journee) :".
           ACCEPT WS-SAISIE-DEMI.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-DEMI) TO WS-DEMI-FIN.
           IF WS-DEMI-FIN NOT = "M" AND WS-DEMI-FIN NOT = "A"
               DISPLAY "Demi-journee invalide, saisie abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           COMPUTE WS-CLE-DEBUT = WS-DATE-DEBUT * 10 + 1.
           IF WS-DEMI-DEBUT = "A"
               ADD 1 TO WS-CLE-DEBUT
           END-IF.
           COMPUTE WS-CLE-FIN = WS-DATE-FIN * 10 + 2.
           IF WS-DEMI-FIN = "M"
               SUBTRACT 1 FROM WS-CLE-FIN
           END-IF.
           IF WS-CLE-FIN < WS-CLE-DEBUT
               DISPLAY "La fin precede le debut, saisie abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           PERFORM 3100-CHECK-OVERLAP.
           IF WS-CHEVAUCHEMENT-TROUVE
               DISPLAY "Absence deja saisie sur cette periode, du "
                   WS-EDIT-DATE-DEBUT " : saisie abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           DISPLAY "Motif (MALADIE, FORMATION, EXAMEN, SORTIE, "&
               "SYNDICAL, FAMILLE, AUTRE) :".
           ACCEPT WS-PABS-MOTIF-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-PABS-MOTIF-SAISI) TO
               WS-PABS-MOTIF-SAISI.
           IF NOT WS-PABS-MOTIF-VALIDE
               DISPLAY "Motif inconnu, saisie abandonnee."
               GO TO ADD-ABSENCE-END
           END-IF.

           OPEN EXTEND TEACHER-ABSENCE-FILE.
           IF WS-PABS-FILE-STATUS = "35"
               OPEN OUTPUT TEACHER-ABSENCE-FILE
           END-IF.
           MOVE SPACES TO TEACHER-ABSENCE-RECORD.
           MOVE WS-SAISIE-NOM TO PA-PROF.
           MOVE WS-DATE-DEBUT TO PA-DATE-DEBUT.
           MOVE WS-DEMI-DEBUT TO PA-DEMI-DEBUT.
           MOVE WS-DATE-FIN TO PA-DATE-FIN.
           MOVE WS-DEMI-FIN TO PA-DEMI-FIN.
           MOVE WS-PABS-MOTIF-SAISI TO PA-MOTIF.
           WRITE TEACHER-ABSENCE-RECORD.
           CLOSE TEACHER-ABSENCE-FILE.
           MOVE "Y" TO WS-PABS-DISPONIBLE.

           ADD 1 TO WS-PABS-COUNT.
           SET WS-INDEX-PABS TO WS-PABS-COUNT.
           MOVE WS-SAISIE-NOM TO WS-PAB-PROF(WS-INDEX-PABS).
           MOVE WS-DATE-DEBUT TO WS-PAB-DATE-DEBUT(WS-INDEX-PABS).
           MOVE WS-DEMI-DEBUT TO WS-PAB-DEMI-DEBUT(WS-INDEX-PABS).
           MOVE WS-DATE-FIN TO WS-PAB-DATE-FIN(WS-INDEX-PABS).
           MOVE WS-DEMI-FIN TO WS-PAB-DEMI-FIN(WS-INDEX-PABS).
           MOVE WS-PABS-MOTIF-SAISI TO WS-PAB-MOTIF(WS-INDEX-PABS).

           DISPLAY "Absence enregistree pour " WS-SAISIE-NOM ".".

           ADD-ABSENCE-END.
           *>================
               EXIT.

       3100-CHECK-OVERLAP SECTION.
       *>------------------------------

           CHECK-OVERLAP-START.
           *>====================

           MOVE "N" TO WS-CHEVAUCHEMENT.
           PERFORM VARYING WS-INDEX-PABS FROM 1 BY 1 UNTIL
                   WS-INDEX-PABS > WS-PABS-COUNT
               IF WS-PAB-PROF(WS-INDEX-PABS) = WS-SAISIE-NOM
                   COMPUTE WS-CLE-AUTRE-DEBUT =
                       WS-PAB-DATE-DEBUT(WS-INDEX-PABS) * 10 + 1
                   IF WS-PAB-DEMI-DEBUT(WS-INDEX-PABS) = "A"
                       ADD 1 TO WS-CLE-AUTRE-DEBUT
                   END-IF
                   COMPUTE WS-CLE-AUTRE-FIN =
                       WS-PAB-DATE-FIN(WS-INDEX-PABS) * 10 + 2
                   IF WS-PAB-DEMI-FIN(WS-INDEX-PABS) = "M"
                       SUBTRACT 1 FROM WS-CLE-AUTRE-FIN
                   END-IF
                   IF WS-CLE-DEBUT <= WS-CLE-AUTRE-FIN AND
                           WS-CLE-FIN >= WS-CLE-AUTRE-DEBUT
                       MOVE "Y" TO WS-CHEVAUCHEMENT
                       MOVE WS-PAB-DATE-DEBUT(WS-INDEX-PABS) TO
                           WS-DATE-SAISIE-N
                       PERFORM 5100-EDIT-DATE
                       GO TO CHECK-OVERLAP-END
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-OVERLAP-END.
           *>==================
               EXIT.

       4000-ADD-SUBSTITUTE SECTION.
       *>-------------------------------

           ADD-SUBSTITUTE-START.
           *>=====================

           IF WS-PREMP-COUNT >= 2000
               DISPLAY "Fichier des remplacements plein (2000)."
               GO TO ADD-SUBSTITUTE-END
           END-IF.

           DISPLAY "Date du cours remplace (AAAAMMJJ) :".
           PERFORM 2100-ACCEPT-DATE.
           IF NOT WS-DATE-ENTREE-VALIDE
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SAISIE-N).
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(WS-JOUR-INT - 1, 7)
               + 1.
           IF WS-JOUR-SEMAINE > 6
               DISPLAY "Pas de cours le dimanche, saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.

           DISPLAY "Classe :".
           ACCEPT WS-SAISIE-CLASSE.
           DISPLAY "Creneau (1 a 10) :".
           ACCEPT WS-SAISIE-CRENEAU.
           IF FUNCTION TEST-NUMVAL(WS-SAISIE-CRENEAU) NOT = 0
               DISPLAY "Creneau invalide, saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-SAISIE-CRENEAU) TO WS-CRENEAU-NUM.
           IF WS-CRENEAU-NUM < 1 OR WS-CRENEAU-NUM > 10
               DISPLAY "Creneau invalide, saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.

      *> Le cours remplace est celui de l'emploi du temps : il donne
      *> la matiere et le professeur titulaire. Une classe partagee
      *> en groupes d'option peut avoir plusieurs cours au meme
      *> creneau ; on retient celui dont le professeur est absent.
           MOVE WS-DATE-SAISIE-N TO WS-PERTE-DATE.
           MOVE WS-CRENEAU-NUM TO WS-PERTE-CRENEAU.
           MOVE WS-SAISIE-CLASSE TO WS-PERTE-CLASSE.
           MOVE "N" TO WS-CRENEAU-TROUVE.
           MOVE "N" TO WS-PERTE-PROF-ABSENT.
           PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT > WS-EDT-COUNT
               IF WS-EDT-CLASSE(WS-INDEX-EDT) = WS-SAISIE-CLASSE AND
                       WS-EDT-JOUR(WS-INDEX-EDT) = WS-JOUR-SEMAINE AND
                       WS-EDT-CRENEAU(WS-INDEX-EDT) = WS-CRENEAU-NUM
                   MOVE "Y" TO WS-CRENEAU-TROUVE
                   MOVE WS-EDT-PROF(WS-INDEX-EDT) TO
                       WS-PERTE-PROF-CHERCHE
                   PERFORM 9326-CHECK-PROF-ABSENT
                   IF WS-PERTE-PROF-EST-ABSENT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-CRENEAU-EST-TROUVE
               DISPLAY "Aucun cours de " WS-SAISIE-CLASSE " le "
                   WS-EDT-NOM-JOUR(WS-JOUR-SEMAINE) " au creneau "
                   WS-CRENEAU-NUM ", saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           IF NOT WS-PERTE-PROF-EST-ABSENT
               DISPLAY "Aucun professeur de " WS-SAISIE-CLASSE
                   " absent a ce creneau, saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           PERFORM 9327-CHECK-SLOT-REPLACED.
           IF WS-PERTE-EST-REMPLACE
               DISPLAY "Remplacement deja saisi par "
                   WS-PRP-REMPLACANT(WS-INDEX-PREMP)
                   ", saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.

           DISPLAY "Cours de " WS-EDT-MATIERE(WS-INDEX-EDT) " de "
               WS-EDT-PROF(WS-INDEX-EDT).
           DISPLAY "Nom du remplacant :".
           ACCEPT WS-SAISIE-REMPLACANT.
           IF WS-SAISIE-REMPLACANT = SPACES OR
                   WS-SAISIE-REMPLACANT = WS-EDT-PROF(WS-INDEX-EDT)
               DISPLAY "Remplacant invalide, saisie abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           MOVE WS-SAISIE-REMPLACANT TO WS-PERTE-PROF-CHERCHE.
           PERFORM 9326-CHECK-PROF-ABSENT.
           IF WS-PERTE-PROF-EST-ABSENT
               DISPLAY "Le remplacant est lui-meme absent, saisie "&
                   "abandonnee."
               GO TO ADD-SUBSTITUTE-END
           END-IF.
           MOVE "N" TO WS-PROF-TROUVE.
           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               IF WS-TCH-NOM(WS-INDEX-TEACH) = WS-SAISIE-REMPLACANT
                   MOVE "Y" TO WS-PROF-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-PROF-EST-TROUVE
               DISPLAY "Remplacant hors PROFS.DAT (vacataire), "&
                   "accepte."
           END-IF.

           OPEN EXTEND SUBSTITUTE-FILE.
           IF WS-PREMP-FILE-STATUS = "35"
               OPEN OUTPUT SUBSTITUTE-FILE
           END-IF.
           MOVE SPACES TO SUBSTITUTE-RECORD.
           MOVE WS-DATE-SAISIE-N TO RP-DATE.
           MOVE WS-CRENEAU-NUM TO RP-CRENEAU.
           MOVE WS-SAISIE-CLASSE TO RP-ID-CLASSE.
           MOVE WS-EDT-MATIERE(WS-INDEX-EDT) TO RP-MATIERE.
           MOVE WS-EDT-PROF(WS-INDEX-EDT) TO RP-PROF-ABSENT.
           MOVE WS-SAISIE-REMPLACANT TO RP-REMPLACANT.
           WRITE SUBSTITUTE-RECORD.
           CLOSE SUBSTITUTE-FILE.

           ADD 1 TO WS-PREMP-COUNT.
           SET WS-INDEX-PREMP TO WS-PREMP-COUNT.
           MOVE RP-DATE TO WS-PRP-DATE(WS-INDEX-PREMP).
           MOVE RP-CRENEAU TO WS-PRP-CRENEAU(WS-INDEX-PREMP).
           MOVE RP-ID-CLASSE TO WS-PRP-CLASSE(WS-INDEX-PREMP).
           MOVE RP-MATIERE TO WS-PRP-MATIERE(WS-INDEX-PREMP).
           MOVE RP-PROF-ABSENT TO WS-PRP-PROF-ABSENT(WS-INDEX-PREMP).
           MOVE RP-REMPLACANT TO WS-PRP-REMPLACANT(WS-INDEX-PREMP).

           DISPLAY "Remplacement enregistre : " WS-SAISIE-REMPLACANT
               " en " WS-SAISIE-CLASSE ".".

           ADD-SUBSTITUTE-END.
           *>===================
               EXIT.

       5000-LIST-ABSENCES SECTION.
       *>------------------------------

           LIST-ABSENCES-START.
           *>====================

           DISPLAY "Professeur (vide = tous) :".
           ACCEPT WS-SAISIE-NOM.

           MOVE 0 TO WS-CNT-LISTES.
           PERFORM VARYING WS-INDEX-PABS FROM 1 BY 1 UNTIL
                   WS-INDEX-PABS > WS-PABS-COUNT
               IF WS-SAISIE-NOM = SPACES OR
                       WS-PAB-PROF(WS-INDEX-PABS) = WS-SAISIE-NOM
                   PERFORM 5200-LIST-ONE-ABSENCE
               END-IF
           END-PERFORM.

           IF WS-CNT-LISTES = 0
               DISPLAY "Aucune absence enregistree."
           END-IF.

           LIST-ABSENCES-END.
           *>==================
               EXIT.

       5100-EDIT-DATE SECTION.
       *>--------------------------

           EDIT-DATE-START.
           *>================

           MOVE SPACES TO WS-EDIT-DATE-DEBUT.
           STRING WS-DATE-SAISIE-N(7:2) "/" WS-DATE-SAISIE-N(5:2) "/"
                   WS-DATE-SAISIE-N(1:4)
               DELIMITED BY SIZE INTO WS-EDIT-DATE-DEBUT
           END-STRING.

           EDIT-DATE-END.
           *>==============
               EXIT.

       5200-LIST-ONE-ABSENCE SECTION.
       *>---------------------------------

           LIST-ONE-ABSENCE-START.
           *>=======================

           ADD 1 TO WS-CNT-LISTES.
           MOVE WS-PAB-DATE-FIN(WS-INDEX-PABS) TO WS-DATE-SAISIE-N.
           PERFORM 5100-EDIT-DATE.
           MOVE WS-EDIT-DATE-DEBUT TO WS-EDIT-DATE-FIN.
           MOVE WS-PAB-DATE-DEBUT(WS-INDEX-PABS) TO WS-DATE-SAISIE-N.
           PERFORM 5100-EDIT-DATE.

           MOVE 0 TO WS-CNT-REMPLACEMENTS.
           PERFORM VARYING WS-INDEX-PREMP FROM 1 BY 1 UNTIL
                   WS-INDEX-PREMP > WS-PREMP-COUNT
               IF WS-PRP-PROF-ABSENT(WS-INDEX-PREMP) =
                       WS-PAB-PROF(WS-INDEX-PABS) AND
                       WS-PRP-DATE(WS-INDEX-PREMP) >=
                           WS-PAB-DATE-DEBUT(WS-INDEX-PABS) AND
                       WS-PRP-DATE(WS-INDEX-PREMP) <=
                           WS-PAB-DATE-FIN(WS-INDEX-PABS)
                   ADD 1 TO WS-CNT-REMPLACEMENTS
               END-IF
           END-PERFORM.
           MOVE WS-CNT-REMPLACEMENTS TO WS-EDIT-COUNT.

           DISPLAY WS-PAB-PROF(WS-INDEX-PABS) " du "
               WS-EDIT-DATE-DEBUT " " WS-PAB-DEMI-DEBUT(WS-INDEX-PABS)
               " au " WS-EDIT-DATE-FIN " "
               WS-PAB-DEMI-FIN(WS-INDEX-PABS) " "
               WS-PAB-MOTIF(WS-INDEX-PABS) " - " WS-EDIT-COUNT
               " heure(s) remplacee(s)".

           LIST-ONE-ABSENCE-END.
           *>=====================
               EXIT.

       6000-MONTHLY-REPORT SECTION.
       *>-------------------------------

           MONTHLY-REPORT-START.
           *>=====================

           IF NOT WS-PABS-EST-DISPONIBLE
               DISPLAY "Pas de PROFABS.DAT: aucune absence de "&
                   "professeur enregistree."
           END-IF.
           IF WS-EDT-COUNT = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Emploi du temps vide, rapport impossible."
               GO TO MONTHLY-REPORT-END
           END-IF.

      *> Periode = du premier au dernier jour du mois demande.
           COMPUTE WS-PERTE-PERIODE-DEBUT = WS-MOIS-RAPPORT * 100 + 1.
           MOVE WS-MR-ANNEE TO WS-MS-ANNEE.
           COMPUTE WS-MS-MOIS = WS-MR-MOIS + 1.
           MOVE 1 TO WS-MS-JOUR.
           IF WS-MS-MOIS > 12
               MOVE 1 TO WS-MS-MOIS
               ADD 1 TO WS-MS-ANNEE
           END-IF.
           COMPUTE WS-PERTE-PERIODE-FIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1).

           PERFORM 9320-COMPUTE-LOST-HOURS.
           PERFORM 9340-SORT-LOST-HOURS.

           OPEN OUTPUT LOST-HOURS-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Ouverture de PROFHPER.DAT impossible : "
                   WS-REPORT-FILE-STATUS
               GO TO MONTHLY-REPORT-END
           END-IF.

           MOVE WS-PERTE-JOURS-OUVRES TO WS-EDIT-JOURS.
           MOVE "=== Heures perdues par absence des professeurs ===" TO
               LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           STRING "Mois : " WS-MR-MOIS "/" WS-MR-ANNEE
                   " - jours ouvres (lundi a samedi) : " WS-EDIT-JOURS
               DELIMITED BY SIZE INTO LOST-HOURS-REPORT-RECORD
           END-STRING.
           WRITE LOST-HOURS-REPORT-RECORD.

      *> Par professeur : le service hebdomadaire PF-HEURES ramene au
      *> mois (service x jours ouvres / 6) est le droit auquel les
      *> heures non couvertes se comparent.
           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           MOVE "--- Par professeur (service PROFS.DAT) ---" TO
               LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           MOVE "Professeur           Mat.   Serv. Droit Perdues "&
               "Rempl. Non couv.  % droit" TO LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               PERFORM 6100-WRITE-ONE-TEACHER
           END-PERFORM.

           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           MOVE "--- Par classe et matiere ---" TO
               LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
           MOVE "Classe Mat.   Professeur            Dues Perdues "&
               "Rempl. Non couv." TO LOST-HOURS-REPORT-RECORD.
           WRITE LOST-HOURS-REPORT-RECORD.
      *> Le total de l'etablissement compte les heures enseignees :
      *> un cours de groupe partage n'y compte qu'une fois, meme s'il
      *> figure sur la ligne de chacune de ses classes.
           MOVE 0 TO WS-TOTAL-DUES.
           MOVE 0 TO WS-TOTAL-PERDUES.
           MOVE 0 TO WS-TOTAL-REMPLACEES.
           PERFORM VARYING WS-INDEX-PERTE FROM 1 BY 1 UNTIL
                   WS-INDEX-PERTE > WS-PERTE-COUNT
               ADD WS-PRS-DUES(WS-INDEX-PERTE) TO WS-TOTAL-DUES
               ADD WS-PRS-PERDUES(WS-INDEX-PERTE) TO WS-TOTAL-PERDUES
               ADD WS-PRS-REMPLACEES(WS-INDEX-PERTE) TO
                   WS-TOTAL-REMPLACEES
               IF WS-PRT-PERDUES(WS-INDEX-PERTE) > 0
                   PERFORM 6200-WRITE-ONE-CLASS-SUBJECT
               END-IF
           END-PERFORM.

           COMPUTE WS-NON-COUVERTES =
               WS-TOTAL-PERDUES - WS-TOTAL-REMPLACEES.
           MOVE WS-TOTAL-DUES TO WS-EDIT-DUES.
           MOVE WS-TOTAL-PERDUES TO WS-EDIT-PERDUES.
           MOVE WS-TOTAL-REMPLACEES TO WS-EDIT-REMPLACEES.
           MOVE WS-NON-COUVERTES TO WS-EDIT-NON-COUV.
           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           STRING "Total etablissement               " WS-EDIT-DUES
                   "    " WS-EDIT-PERDUES "   " WS-EDIT-REMPLACEES
                   "     " WS-EDIT-NON-COUV
               DELIMITED BY SIZE INTO LOST-HOURS-REPORT-RECORD
           END-STRING.
           WRITE LOST-HOURS-REPORT-RECORD.
           CLOSE LOST-HOURS-REPORT-FILE.

           MOVE "PROFHPER.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           DISPLAY "Rapport ecrit dans PROFHPER.DAT : "
               WS-EDIT-PERDUES " heure(s) perdue(s), "
               WS-EDIT-NON-COUV " non couverte(s).".

           MONTHLY-REPORT-END.
           *>===================
               EXIT.

       6100-WRITE-ONE-TEACHER SECTION.
       *>----------------------------------

           WRITE-ONE-TEACHER-START.
           *>========================

           MOVE 0 TO WS-PROF-DUES.
           MOVE 0 TO WS-PROF-PERDUES.
           MOVE 0 TO WS-PROF-REMPLACEES.
           PERFORM VARYING WS-INDEX-PERTE FROM 1 BY 1 UNTIL
                   WS-INDEX-PERTE > WS-PERTE-COUNT
               IF WS-PRT-PROF(WS-INDEX-PERTE) =
                       WS-TCH-NOM(WS-INDEX-TEACH) AND
                       WS-PRT-MATIERE(WS-INDEX-PERTE) =
                           WS-TCH-MATIERE(WS-INDEX-TEACH)
                   ADD WS-PRS-DUES(WS-INDEX-PERTE) TO WS-PROF-DUES
                   ADD WS-PRS-PERDUES(WS-INDEX-PERTE) TO
                       WS-PROF-PERDUES
                   ADD WS-PRS-REMPLACEES(WS-INDEX-PERTE) TO
                       WS-PROF-REMPLACEES
               END-IF
           END-PERFORM.
           IF WS-PROF-PERDUES = 0
               GO TO WRITE-ONE-TEACHER-END
           END-IF.

           COMPUTE WS-PROF-DROIT ROUNDED =
               WS-TCH-HEURES(WS-INDEX-TEACH) * WS-PERTE-JOURS-OUVRES
               / 6.
           COMPUTE WS-NON-COUVERTES =
               WS-PROF-PERDUES - WS-PROF-REMPLACEES.
           MOVE 0 TO WS-TAUX.
           IF WS-PROF-DROIT > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-NON-COUVERTES * 100 / WS-PROF-DROIT
           END-IF.

           MOVE WS-TCH-HEURES(WS-INDEX-TEACH) TO WS-EDIT-SERVICE.
           MOVE WS-PROF-DROIT TO WS-EDIT-DROIT.
           MOVE WS-PROF-PERDUES TO WS-EDIT-PERDUES.
           MOVE WS-PROF-REMPLACEES TO WS-EDIT-REMPLACEES.
           MOVE WS-NON-COUVERTES TO WS-EDIT-NON-COUV.
           MOVE WS-TAUX TO WS-EDIT-TAUX.
           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           STRING WS-TCH-NOM(WS-INDEX-TEACH) " "
                   WS-TCH-MATIERE(WS-INDEX-TEACH) "  "
                   WS-EDIT-SERVICE "h  " WS-EDIT-DROIT "    "
                   WS-EDIT-PERDUES "   " WS-EDIT-REMPLACEES "      "
                   WS-EDIT-NON-COUV "    " WS-EDIT-TAUX
               DELIMITED BY SIZE INTO LOST-HOURS-REPORT-RECORD
           END-STRING.
           WRITE LOST-HOURS-REPORT-RECORD.

           WRITE-ONE-TEACHER-END.
           *>======================
               EXIT.

       6200-WRITE-ONE-CLASS-SUBJECT SECTION.
       *>----------------------------------------

           WRITE-ONE-CLASS-SUBJECT-START.
           *>==============================

           COMPUTE WS-NON-COUVERTES =
               WS-PRT-PERDUES(WS-INDEX-PERTE) -
               WS-PRT-REMPLACEES(WS-INDEX-PERTE).
           MOVE WS-PRT-DUES(WS-INDEX-PERTE) TO WS-EDIT-DUES.
           MOVE WS-PRT-PERDUES(WS-INDEX-PERTE) TO WS-EDIT-PERDUES.
           MOVE WS-PRT-REMPLACEES(WS-INDEX-PERTE) TO
               WS-EDIT-REMPLACEES.
           MOVE WS-NON-COUVERTES TO WS-EDIT-NON-COUV.
           MOVE SPACES TO LOST-HOURS-REPORT-RECORD.
           STRING WS-PRT-CLASSE(WS-INDEX-PERTE) "  "
                   WS-PRT-MATIERE(WS-INDEX-PERTE) " "
                   WS-PRT-PROF(WS-INDEX-PERTE) " " WS-EDIT-DUES "    "
                   WS-EDIT-PERDUES "   " WS-EDIT-REMPLACEES "     "
                   WS-EDIT-NON-COUV
               DELIMITED BY SIZE INTO LOST-HOURS-REPORT-RECORD
           END-STRING.
           WRITE LOST-HOURS-REPORT-RECORD.

           WRITE-ONE-CLASS-SUBJECT-END.
           *>============================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "PROF-ABSENCES".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "PROF-ABSENCES".

       COPY PROFPR.

       COPY EDTPR.

       COPY PABSPR.

       END PROGRAM PROF-ABSENCES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-SUIVI.
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
           SELECT EVENT-FILE ASSIGN TO "ABSEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT FAMILY-FILE ASSIGN TO "FAMILLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-FILE-STATUS.
           SELECT LETTERHEAD-FILE ASSIGN TO "TABLENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERHEAD-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "ABSCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "ABSCAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ABSCLETT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT CASE-REPORT-FILE ASSIGN TO "ABSCRAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CASE-ARCHIVE-FILE ASSIGN TO "ABSCARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-ARCHIVE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05 AE-ID-CLASSE              PIC X(5).
           05 AE-NOM                    PIC X(12).
           05 AE-PRENOM                 PIC X(12).
           05 AE-MATRICULE              PIC 9(6).
           05 AE-DATE                   PIC 9(8).
           05 AE-DEMI-JOURNEE           PIC X.
           05 AE-JUSTIFIE               PIC X.
           05 AE-MOTIF                  PIC X(30).

       FD  FAMILY-FILE.
       01  FAMILY-RECORD.
           05 FA-ID-CLASSE              PIC X(5).
           05 FA-NOM                    PIC X(12).
           05 FA-PRENOM                 PIC X(12).
           05 FA-RESPONSABLE            PIC X(30).
           05 FA-ADRESSE-1              PIC X(30).
           05 FA-ADRESSE-2              PIC X(30).
           05 FA-CODE-POSTAL            PIC X(5).
           05 FA-VILLE                  PIC X(20).
           05 FA-MATRICULE              PIC 9(6).
           05 FA-RANG                   PIC 9.
           05 FA-ENVOI                  PIC X.

       FD  LETTERHEAD-FILE.
       01  LETTERHEAD-RECORD            PIC X(40).

      *> Seuil de demi-journees non justifiees dans un mois civil et
      *> delais (en jours) attendus avant l'etape suivante.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 CP-SEUIL                  PIC 9(2).
           05 CP-DELAI-REUNION          PIC 9(3).
           05 CP-DELAI-SIGNALEMENT      PIC 9(3).

      *> Dossier d'absenteisme : etape 1 = avertissement, 2 = reunion
      *> avec la famille, 3 = signalement a l'autorite academique,
      *> C = dossier clos.
       FD  CASE-FILE.
       01  CASE-RECORD.
           05 CS-MATRICULE              PIC 9(6).
           05 CS-MOIS                   PIC 9(6).
           05 CS-ID-CLASSE              PIC X(5).
           05 CS-NOM                    PIC X(12).
           05 CS-PRENOM                 PIC X(12).
           05 CS-NB-DEMI                PIC 9(3).
           05 CS-ETAPE                  PIC X.
           05 CS-DATE-ETAPE OCCURS 3 TIMES
                                        PIC 9(8).
           05 CS-DATE-CLOTURE           PIC 9(8).
           05 CS-MOTIF-CLOTURE          PIC X(30).

       FD  LETTER-FILE.
       01  LETTER-RECORD                PIC X(80).

       FD  CASE-REPORT-FILE.
       01  CASE-REPORT-RECORD           PIC X(100).

      *> Dossiers clos avant la rentree, sortis de ABSCAS.DAT.
       FD  CASE-ARCHIVE-FILE.
       01  CASE-ARCHIVE-RECORD          PIC X(107).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-EVENT-FILE-STATUS PIC X(2).
       01  WS-FAMILY-FILE-STATUS PIC X(2).
       01  WS-LETTERHEAD-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS PIC X(2).
       01  WS-CASE-FILE-STATUS PIC X(2).
       01  WS-LETTER-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-CASE-ARCHIVE-STATUS PIC X(2).
       01  WS-EOF-EVENT PIC X VALUE "N".
           88  WS-END-OF-EVENT VALUE "Y".
       01  WS-EOF-FAMILY PIC X VALUE "N".
           88  WS-END-OF-FAMILY VALUE "Y".
       01  WS-EOF-CASE PIC X VALUE "N".
           88  WS-END-OF-CASE VALUE "Y".
       01  WS-EOF-LETTERHEAD PIC X VALUE "N".
           88  WS-END-OF-LETTERHEAD VALUE "Y".

       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".
       01  WS-CONFIRMATION PIC X.
       01  WS-SAISIE-MATRICULE-TXT PIC X(6).
       01  WS-SAISIE-MATRICULE PIC 9(6).
       01  WS-SAISIE-MOTIF PIC X(30).

       01  WS-NOM-ECOLE PIC X(40) VALUE "COLLEGE".
       01  WS-ANNEE-SCOLAIRE PIC X(9) VALUE SPACES.
       01  WS-ENTETE-TABLE.
           05 WS-ENTETE-LIGNE OCCURS 3 TIMES PIC X(40).
       01  WS-NB-ENTETE PIC 9 VALUE 0.
       01  WS-INDEX-ENTETE PIC 9.
       01  WS-DATE-COURANTE PIC 9(8).
       01  WS-DATE-EDITION PIC X(10).

       01  WS-SEUIL PIC 9(2) VALUE 4.
       01  WS-DELAI-REUNION PIC 9(3) VALUE 15.
       01  WS-DELAI-SIGNALEMENT PIC 9(3) VALUE 30.

       01  WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 750 TIMES
                   INDEXED BY WS-INDEX-FAM.
               10 WS-FAM-MATRICULE       PIC 9(6).
               10 WS-FAM-RESPONSABLE     PIC X(30).
               10 WS-FAM-ADRESSE-1       PIC X(30).
               10 WS-FAM-ADRESSE-2       PIC X(30).
               10 WS-FAM-CODE-POSTAL     PIC X(5).
               10 WS-FAM-VILLE           PIC X(20).
               10 WS-FAM-ENVOI           PIC X.
       01  WS-FAMILY-COUNT PIC 9(3) VALUE 0.
       01  WS-FAM-FOUND PIC X VALUE "N".
           88  WS-FAM-IS-FOUND VALUE "Y".

       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-CASE.
               10 WS-CAS-MATRICULE       PIC 9(6).
               10 WS-CAS-MOIS            PIC 9(6).
               10 WS-CAS-CLASSE          PIC X(5).
               10 WS-CAS-NOM             PIC X(12).
               10 WS-CAS-PRENOM          PIC X(12).
               10 WS-CAS-NB-DEMI         PIC 9(3).
               10 WS-CAS-ETAPE           PIC X.
                   88 WS-CAS-EST-OUVERT VALUE "1" "2" "3".
                   88 WS-CAS-EST-CLOS VALUE "C".
               10 WS-CAS-DATE-ETAPE OCCURS 3 TIMES
                                         PIC 9(8).
               10 WS-CAS-DATE-CLOTURE    PIC 9(8).
               10 WS-CAS-MOTIF-CLOTURE   PIC X(30).
       01  WS-CASE-COUNT PIC 9(3) VALUE 0.
       01  WS-INDEX-REWRITE PIC 9(3).
       01  WS-CASE-FOUND PIC X VALUE "N".
           88  WS-CASE-IS-FOUND VALUE "Y".
      *> ABSCAS.DAT plus grand que la table : il n'est jamais reecrit
      *> depuis une lecture tronquee.
       01  WS-CASE-SATURE PIC X VALUE "N".
           88  WS-CASE-EST-SATURE VALUE "Y".
       01  WS-CASES-REECRITS PIC X VALUE "N".
           88  WS-CASES-SONT-REECRITS VALUE "Y".
       01  WS-CNT-A-ARCHIVER PIC 9(5) VALUE 0.

      *> Rentree scolaire en cours (1er septembre) : un dossier clos
      *> avant cette date sort de ABSCAS.DAT a la reecriture.
       01  WS-DATE-RENTREE PIC 9(8).
       01  WS-DATE-RENTREE-X REDEFINES WS-DATE-RENTREE.
           05 WS-RENTREE-ANNEE PIC 9(4).
           05 WS-RENTREE-MMJJ PIC 9(4).

      *> Cumul des demi-journees non justifiees par eleve et par mois.
       01  WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-MONTH.
               10 WS-MON-MATRICULE       PIC 9(6).
               10 WS-MON-MOIS            PIC 9(6).
               10 WS-MON-CLASSE          PIC X(5).
               10 WS-MON-NOM             PIC X(12).
               10 WS-MON-PRENOM          PIC X(12).
               10 WS-MON-NB-DEMI         PIC 9(3).
       01  WS-MONTH-COUNT PIC 9(4) VALUE 0.
       01  WS-MONTH-FOUND PIC X VALUE "N".
           88  WS-MONTH-IS-FOUND VALUE "Y".

       01  WS-EVENT-MOIS PIC 9(6).
       01  WS-CNT-SANS-MATRICULE PIC 9(5) VALUE 0.
       01  WS-CNT-OUVERTS PIC 9(5) VALUE 0.
       01  WS-CNT-DEJA-SUIVIS PIC 9(5) VALUE 0.
       01  WS-CNT-LETTRES PIC 9(5) VALUE 0.
       01  WS-CNT-NON-OUVERTS PIC 9(5) VALUE 0.
       01  WS-CNT-ANNEE-PRECEDENTE PIC 9(5) VALUE 0.

       01  WS-LETTER-OPEN PIC X VALUE "N".
           88  WS-LETTER-IS-OPEN VALUE "Y".
       01  WS-LETTRE-ETAPE PIC X.
       01  WS-MOIS-EDITION PIC X(7).
       01  WS-INDEX-ETAPE PIC 9.
       01  WS-ETAPE-NUM PIC 9.
       01  WS-DATE-FIN PIC 9(8).
       01  WS-JOURS-ETAPE PIC 9(4) OCCURS 3 TIMES.
       01  WS-EDIT-JOURS PIC ZZZ9 OCCURS 3 TIMES.
       01  WS-EDIT-COUNT PIC ZZZZ9.
       01  WS-EDIT-DEMI PIC ZZ9.
       01  WS-RETARD PIC X(8).
       01  WS-CNT-RETARDS PIC 9(5) VALUE 0.
       01  WS-LIBELLE-ETAPE PIC X(16).

       COPY RUNCTLWS.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-LETTERHEAD.
           PERFORM 0600-LOAD-PARAMETRES.
           PERFORM 1000-LOAD-CASES.
           PERFORM 1100-LOAD-FAMILIES.

      *> Dans la chaine de nuit, seule la detection est executee.
           IF RC-MODE-OVERRIDE = "B" OR "b"
               PERFORM 3000-DETECT-AND-OPEN
           ELSE
               PERFORM UNTIL WS-QUIT-CHOICE
                   PERFORM 2000-DISPLAY-MENU
                   PERFORM 2100-DISPATCH-CHOICE
               END-PERFORM
           END-IF.

           IF WS-LETTER-IS-OPEN
               CLOSE LETTER-FILE
               MOVE WS-CNT-LETTRES TO WS-EDIT-COUNT
               DISPLAY WS-EDIT-COUNT
                   " lettre(s) ecrite(s) dans ABSCLETT.DAT."
           END-IF.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-LETTERHEAD SECTION.
       *>-------------------------------

           LOAD-LETTERHEAD-START.
           *>======================

      *> TABLENTE.DAT : nom de l'etablissement, annee scolaire, puis
      *> jusqu'a trois lignes d'adresse pour l'en-tete des lettres.
           MOVE 0 TO WS-NB-ENTETE.
           MOVE "N" TO WS-EOF-LETTERHEAD.
           OPEN INPUT LETTERHEAD-FILE.
           IF WS-LETTERHEAD-FILE-STATUS = "00"
               READ LETTERHEAD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-LETTERHEAD
                   NOT AT END
                       MOVE LETTERHEAD-RECORD TO WS-NOM-ECOLE
               END-READ
               READ LETTERHEAD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-LETTERHEAD
                   NOT AT END
                       MOVE LETTERHEAD-RECORD TO WS-ANNEE-SCOLAIRE
               END-READ
               PERFORM UNTIL WS-END-OF-LETTERHEAD OR
                       WS-NB-ENTETE >= 3
                   READ LETTERHEAD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LETTERHEAD
                       NOT AT END
                           ADD 1 TO WS-NB-ENTETE
                           MOVE LETTERHEAD-RECORD TO
                               WS-ENTETE-LIGNE(WS-NB-ENTETE)
                   END-READ
               END-PERFORM
               CLOSE LETTERHEAD-FILE
           ELSE
               DISPLAY "Pas de TABLENTE.DAT: en-tete par defaut."
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-COURANTE.
           MOVE SPACES TO WS-DATE-EDITION.
           STRING WS-DATE-COURANTE(7:2) "/"
                   WS-DATE-COURANTE(5:2) "/"
                   WS-DATE-COURANTE(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITION
           END-STRING.

           LOAD-LETTERHEAD-END.
           *>====================
               EXIT.

       0600-LOAD-PARAMETRES SECTION.
       *>--------------------------------

           LOAD-PARAMETRES-START.
           *>======================

      *> Sans ABSCPARM.DAT : 4 demi-journees dans le mois, reunion
      *> attendue sous 15 jours, signalement sous 30 jours.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               GO TO LOAD-PARAMETRES-END
           END-IF.
           READ PARAM-FILE
               NOT AT END
                   IF CP-SEUIL IS NUMERIC AND CP-SEUIL > 0
                       MOVE CP-SEUIL TO WS-SEUIL
                   END-IF
                   IF CP-DELAI-REUNION IS NUMERIC AND
                           CP-DELAI-REUNION > 0
                       MOVE CP-DELAI-REUNION TO WS-DELAI-REUNION
                   END-IF
                   IF CP-DELAI-SIGNALEMENT IS NUMERIC AND
                           CP-DELAI-SIGNALEMENT > 0
                       MOVE CP-DELAI-SIGNALEMENT TO
                           WS-DELAI-SIGNALEMENT
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.

           LOAD-PARAMETRES-END.
           *>====================
               EXIT.

       1000-LOAD-CASES SECTION.
       *>---------------------------

           LOAD-CASES-START.
           *>=================

           MOVE 0 TO WS-CASE-COUNT.
           MOVE 0 TO WS-CNT-A-ARCHIVER.
           MOVE "N" TO WS-CASE-SATURE.
           MOVE "N" TO WS-EOF-CASE.

           MOVE WS-DATE-COURANTE TO WS-DATE-RENTREE.
           IF WS-RENTREE-MMJJ < 0901
               SUBTRACT 1 FROM WS-RENTREE-ANNEE
           END-IF.
           MOVE 0901 TO WS-RENTREE-MMJJ.

           OPEN INPUT CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = "00"
               GO TO LOAD-CASES-END
           END-IF.

      *> Les dossiers clos des annees precedentes n'occupent pas la
      *> table : ils seront archives a la prochaine reecriture.
           PERFORM UNTIL WS-END-OF-CASE
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CASE
                   NOT AT END
                       IF CS-ETAPE = "C" AND
                               CS-DATE-CLOTURE IS NUMERIC AND
                               CS-DATE-CLOTURE < WS-DATE-RENTREE
                           ADD 1 TO WS-CNT-A-ARCHIVER
                       ELSE
                           IF WS-CASE-COUNT < 500
                               ADD 1 TO WS-CASE-COUNT
                               SET WS-INDEX-CASE TO WS-CASE-COUNT
                               MOVE CASE-RECORD TO
                                   WS-CASE-ENTRY(WS-INDEX-CASE)
                           ELSE
                               MOVE "Y" TO WS-CASE-SATURE
                               MOVE "Y" TO WS-EOF-CASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-FILE.

           IF WS-CASE-EST-SATURE
               DISPLAY "Plus de 500 dossiers de l'annee dans "&
                   "ABSCAS.DAT : aucune mise a jour possible."
               MOVE "MAJEURE" TO ALR-SEVERITE
               MOVE "ABSCAS.DAT depasse 500 dossiers, suivi "&
                   "des absences bloque" TO ALR-TEXTE
               PERFORM 9950-POST-ALERT
           END-IF.

           LOAD-CASES-END.
           *>===============
               EXIT.

       1100-LOAD-FAMILIES SECTION.
       *>------------------------------

           LOAD-FAMILIES-START.
           *>====================

           MOVE 0 TO WS-FAMILY-COUNT.
           MOVE "N" TO WS-EOF-FAMILY.
           OPEN INPUT FAMILY-FILE.
           IF WS-FAMILY-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier FAMILLES.DAT."
               GO TO LOAD-FAMILIES-END
           END-IF.

           PERFORM UNTIL WS-END-OF-FAMILY
               READ FAMILY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FAMILY
                   NOT AT END
                       IF FA-MATRICULE IS NUMERIC AND
                               FA-MATRICULE NOT = 0 AND
                               WS-FAMILY-COUNT < 750
                           ADD 1 TO WS-FAMILY-COUNT
                           SET WS-INDEX-FAM TO WS-FAMILY-COUNT
                           MOVE FA-MATRICULE TO
                               WS-FAM-MATRICULE(WS-INDEX-FAM)
                           MOVE FA-RESPONSABLE TO
                               WS-FAM-RESPONSABLE(WS-INDEX-FAM)
                           MOVE FA-ADRESSE-1 TO
                               WS-FAM-ADRESSE-1(WS-INDEX-FAM)
                           MOVE FA-ADRESSE-2 TO
                               WS-FAM-ADRESSE-2(WS-INDEX-FAM)
                           MOVE FA-CODE-POSTAL TO
                               WS-FAM-CODE-POSTAL(WS-INDEX-FAM)
                           MOVE FA-VILLE TO
                               WS-FAM-VILLE(WS-INDEX-FAM)
                           MOVE FA-ENVOI TO
                               WS-FAM-ENVOI(WS-INDEX-FAM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAMILY-FILE.

           LOAD-FAMILIES-END.
           *>==================
               EXIT.

       2000-DISPLAY-MENU SECTION.
       *>-----------------------------

           DISPLAY-MENU-START.
           *>===================

           DISPLAY " ".
           DISPLAY "=== Suivi de l'absenteisme (ABSCAS.DAT) ===".
           DISPLAY "D. Detecter les depassements et ouvrir les "&
               "dossiers".
           DISPLAY "A. Passer un dossier a l'etape suivante".
           DISPLAY "C. Clore un dossier".
           DISPLAY "R. Rapport des dossiers ouverts".
           DISPLAY "Q. Quitter".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.

           DISPLAY-MENU-END.
           *>=================
               EXIT.

       2100-DISPATCH-CHOICE SECTION.
       *>--------------------------------

           DISPATCH-CHOICE-START.
           *>=====================

           EVALUATE WS-USER-CHOICE
               WHEN "D"
               WHEN "d"
                   PERFORM 3000-DETECT-AND-OPEN
               WHEN "A"
               WHEN "a"
                   PERFORM 4000-ADVANCE-CASE
               WHEN "C"
               WHEN "c"
                   PERFORM 5000-CLOSE-CASE
               WHEN "R"
               WHEN "r"
                   PERFORM 6000-OPEN-CASES-REPORT
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       2200-ACCEPT-OPEN-CASE SECTION.
       *>---------------------------------

           ACCEPT-OPEN-CASE-START.
           *>=======================

      *> Un eleve n'a qu'un dossier ouvert a la fois : le matricule
      *> suffit a le retrouver.
           MOVE "N" TO WS-CASE-FOUND.
           DISPLAY "Matricule de l'eleve :".
           ACCEPT WS-SAISIE-MATRICULE-TXT.
           IF WS-SAISIE-MATRICULE-TXT IS NOT NUMERIC
               DISPLAY "Matricule invalide."
               GO TO ACCEPT-OPEN-CASE-END
           END-IF.
           MOVE WS-SAISIE-MATRICULE-TXT TO WS-SAISIE-MATRICULE.

           PERFORM VARYING WS-INDEX-CASE FROM 1 BY 1 UNTIL
                   WS-INDEX-CASE > WS-CASE-COUNT OR WS-CASE-IS-FOUND
               IF WS-CAS-MATRICULE(WS-INDEX-CASE) =
                       WS-SAISIE-MATRICULE AND
                       WS-CAS-EST-OUVERT(WS-INDEX-CASE)
                   MOVE "Y" TO WS-CASE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CASE-IS-FOUND
               SET WS-INDEX-CASE DOWN BY 1
           ELSE
               DISPLAY "Aucun dossier ouvert pour le matricule "
                   WS-SAISIE-MATRICULE "."
           END-IF.

           ACCEPT-OPEN-CASE-END.
           *>=====================
               EXIT.

       3000-DETECT-AND-OPEN SECTION.
       *>--------------------------------

           DETECT-AND-OPEN-START.
           *>======================

           MOVE 0 TO WS-MONTH-COUNT.
           MOVE 0 TO WS-CNT-SANS-MATRICULE.
           MOVE 0 TO WS-CNT-OUVERTS.
           MOVE 0 TO WS-CNT-DEJA-SUIVIS.
           MOVE 0 TO WS-CNT-NON-OUVERTS.
           MOVE 0 TO WS-CNT-ANNEE-PRECEDENTE.
           MOVE 0 TO WS-RUN-IN.
           MOVE 0 TO WS-RUN-OUT.
           MOVE 0 TO WS-RUN-REJ.
           MOVE "N" TO WS-EOF-EVENT.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier ABSEVENT.DAT."
               GO TO DETECT-AND-OPEN-END
           END-IF.

           PERFORM UNTIL WS-END-OF-EVENT
               READ EVENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-EVENT
                   NOT AT END
                       IF AE-JUSTIFIE NOT = "O" AND
                               AE-DATE IS NUMERIC
                           PERFORM 3100-CUMULATE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENT-FILE.

           PERFORM VARYING WS-INDEX-MONTH FROM 1 BY 1 UNTIL
                   WS-INDEX-MONTH > WS-MONTH-COUNT
               IF WS-MON-NB-DEMI(WS-INDEX-MONTH) >= WS-SEUIL
                   ADD 1 TO WS-RUN-IN
                   PERFORM 3200-OPEN-ONE-CASE
               END-IF
           END-PERFORM.

           IF WS-CNT-OUVERTS > 0
               PERFORM 8000-REWRITE-CASES
           END-IF.
           PERFORM 9200-POST-RUN-CONTROL.

           IF WS-CNT-NON-OUVERTS > 0
               MOVE WS-CNT-NON-OUVERTS TO WS-EDIT-COUNT
               MOVE "MAJEURE" TO ALR-SEVERITE
               MOVE SPACES TO ALR-TEXTE
               STRING WS-EDIT-COUNT " dossier(s) non ouvert(s) : "&
                       "ABSCAS.DAT plein"
                   DELIMITED BY SIZE INTO ALR-TEXTE
               END-STRING
               PERFORM 9950-POST-ALERT
           END-IF.

           MOVE WS-CNT-OUVERTS TO WS-EDIT-COUNT.
           DISPLAY "Dossiers ouverts                 : " WS-EDIT-COUNT.
           MOVE WS-CNT-DEJA-SUIVIS TO WS-EDIT-COUNT.
           DISPLAY "Depassements deja suivis         : " WS-EDIT-COUNT.
           MOVE WS-CNT-ANNEE-PRECEDENTE TO WS-EDIT-COUNT.
           DISPLAY "Mois d'avant la rentree ignores  : " WS-EDIT-COUNT.
           MOVE WS-CNT-NON-OUVERTS TO WS-EDIT-COUNT.
           DISPLAY "Dossiers non ouverts (table)     : " WS-EDIT-COUNT.
           MOVE WS-CNT-SANS-MATRICULE TO WS-EDIT-COUNT.
           DISPLAY "Absences sans matricule ignorees : " WS-EDIT-COUNT.

           DETECT-AND-OPEN-END.
           *>====================
               EXIT.

       3100-CUMULATE-EVENT SECTION.
       *>-------------------------------

           CUMULATE-EVENT-START.
           *>=====================

           IF AE-MATRICULE IS NOT NUMERIC OR AE-MATRICULE = 0
               ADD 1 TO WS-CNT-SANS-MATRICULE
               GO TO CUMULATE-EVENT-END
           END-IF.
           MOVE AE-DATE(1:6) TO WS-EVENT-MOIS.

           MOVE "N" TO WS-MONTH-FOUND.
           PERFORM VARYING WS-INDEX-MONTH FROM 1 BY 1 UNTIL
                   WS-INDEX-MONTH > WS-MONTH-COUNT OR
                   WS-MONTH-IS-FOUND
               IF WS-MON-MATRICULE(WS-INDEX-MONTH) = AE-MATRICULE AND
                       WS-MON-MOIS(WS-INDEX-MONTH) = WS-EVENT-MOIS
                   MOVE "Y" TO WS-MONTH-FOUND
                   ADD 1 TO WS-MON-NB-DEMI(WS-INDEX-MONTH)
               END-IF
           END-PERFORM.

           IF NOT WS-MONTH-IS-FOUND AND WS-MONTH-COUNT < 2000
               ADD 1 TO WS-MONTH-COUNT
               SET WS-INDEX-MONTH TO WS-MONTH-COUNT
               MOVE AE-MATRICULE TO WS-MON-MATRICULE(WS-INDEX-MONTH)
               MOVE WS-EVENT-MOIS TO WS-MON-MOIS(WS-INDEX-MONTH)
               MOVE AE-ID-CLASSE TO WS-MON-CLASSE(WS-INDEX-MONTH)
               MOVE AE-NOM TO WS-MON-NOM(WS-INDEX-MONTH)
               MOVE AE-PRENOM TO WS-MON-PRENOM(WS-INDEX-MONTH)
               MOVE 1 TO WS-MON-NB-DEMI(WS-INDEX-MONTH)
           END-IF.

           CUMULATE-EVENT-END.
           *>===================
               EXIT.

       3200-OPEN-ONE-CASE SECTION.
       *>------------------------------

           OPEN-ONE-CASE-START.
           *>====================

      *> Les dossiers clos des annees precedentes sont archives : un
      *> mois d'avant la rentree ne rouvre pas de dossier.
           IF WS-MON-MOIS(WS-INDEX-MONTH) < WS-DATE-RENTREE(1:6)
               ADD 1 TO WS-CNT-ANNEE-PRECEDENTE
               ADD 1 TO WS-RUN-REJ
               GO TO OPEN-ONE-CASE-END
           END-IF.

      *> Pas de nouveau dossier si l'eleve est deja suivi, ni si ce
      *> mois a deja donne lieu a un dossier (meme clos).
           MOVE "N" TO WS-CASE-FOUND.
           PERFORM VARYING WS-INDEX-CASE FROM 1 BY 1 UNTIL
                   WS-INDEX-CASE > WS-CASE-COUNT OR WS-CASE-IS-FOUND
               IF WS-CAS-MATRICULE(WS-INDEX-CASE) =
                       WS-MON-MATRICULE(WS-INDEX-MONTH) AND
                       (WS-CAS-EST-OUVERT(WS-INDEX-CASE) OR
                       WS-CAS-MOIS(WS-INDEX-CASE) =
                       WS-MON-MOIS(WS-INDEX-MONTH))
                   MOVE "Y" TO WS-CASE-FOUND
               END-IF
           END-PERFORM.
           IF WS-CASE-IS-FOUND
               ADD 1 TO WS-CNT-DEJA-SUIVIS
               ADD 1 TO WS-RUN-REJ
               GO TO OPEN-ONE-CASE-END
           END-IF.

           IF WS-CASE-COUNT NOT < 500 OR WS-CASE-EST-SATURE
               DISPLAY "ABSCAS.DAT plein, dossier non ouvert pour "
                   WS-MON-NOM(WS-INDEX-MONTH) " "
                   WS-MON-PRENOM(WS-INDEX-MONTH)
               ADD 1 TO WS-CNT-NON-OUVERTS
               ADD 1 TO WS-RUN-REJ
               GO TO OPEN-ONE-CASE-END
           END-IF.

           ADD 1 TO WS-CASE-COUNT.
           SET WS-INDEX-CASE TO WS-CASE-COUNT.
           INITIALIZE WS-CASE-ENTRY(WS-INDEX-CASE).
           MOVE WS-MON-MATRICULE(WS-INDEX-MONTH) TO
               WS-CAS-MATRICULE(WS-INDEX-CASE).
           MOVE WS-MON-MOIS(WS-INDEX-MONTH) TO
               WS-CAS-MOIS(WS-INDEX-CASE).
           MOVE WS-MON-CLASSE(WS-INDEX-MONTH) TO
               WS-CAS-CLASSE(WS-INDEX-CASE).
           MOVE WS-MON-NOM(WS-INDEX-MONTH) TO
               WS-CAS-NOM(WS-INDEX-CASE).
           MOVE WS-MON-PRENOM(WS-INDEX-MONTH) TO
               WS-CAS-PRENOM(WS-INDEX-CASE).
           MOVE WS-MON-NB-DEMI(WS-INDEX-MONTH) TO
               WS-CAS-NB-DEMI(WS-INDEX-CASE).
           MOVE "1" TO WS-CAS-ETAPE(WS-INDEX-CASE).
           MOVE WS-DATE-COURANTE TO WS-CAS-DATE-ETAPE(WS-INDEX-CASE 1).
           ADD 1 TO WS-CNT-OUVERTS.
           ADD 1 TO WS-RUN-OUT.

           DISPLAY "Dossier ouvert : " WS-CAS-MATRICULE(WS-INDEX-CASE)
               " " WS-CAS-NOM(WS-INDEX-CASE) " "
               WS-CAS-PRENOM(WS-INDEX-CASE) " ("
               WS-CAS-NB-DEMI(WS-INDEX-CASE) " demi-journees en "
               WS-CAS-MOIS(WS-INDEX-CASE) ")".
           PERFORM 7000-WRITE-STAGE-LETTERS.

           OPEN-ONE-CASE-END.
           *>==================
               EXIT.

       4000-ADVANCE-CASE SECTION.
       *>-----------------------------

           ADVANCE-CASE-START.
           *>===================

           PERFORM 2200-ACCEPT-OPEN-CASE.
           IF NOT WS-CASE-IS-FOUND
               GO TO ADVANCE-CASE-END
           END-IF.
           IF WS-CAS-ETAPE(WS-INDEX-CASE) = "3"
               DISPLAY "Signalement deja effectue : le dossier ne "&
                   "peut plus que etre clos."
               GO TO ADVANCE-CASE-END
           END-IF.

           MOVE WS-CAS-ETAPE(WS-INDEX-CASE) TO WS-ETAPE-NUM.
           ADD 1 TO WS-ETAPE-NUM.
           IF WS-ETAPE-NUM = 2
               MOVE "reunion famille" TO WS-LIBELLE-ETAPE
           ELSE
               MOVE "signalement" TO WS-LIBELLE-ETAPE
           END-IF.
           DISPLAY "Passer le dossier de " WS-CAS-NOM(WS-INDEX-CASE)
               " " WS-CAS-PRENOM(WS-INDEX-CASE) " a l'etape "
               WS-ETAPE-NUM " (" WS-LIBELLE-ETAPE ") ? O/N".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O" AND
                   WS-CONFIRMATION NOT = "o"
               DISPLAY "Operation abandonnee."
               GO TO ADVANCE-CASE-END
           END-IF.

           MOVE WS-ETAPE-NUM TO WS-CAS-ETAPE(WS-INDEX-CASE).
           MOVE WS-DATE-COURANTE TO
               WS-CAS-DATE-ETAPE(WS-INDEX-CASE WS-ETAPE-NUM).
           PERFORM 8000-REWRITE-CASES.
           IF NOT WS-CASES-SONT-REECRITS
               DISPLAY "Dossier non enregistre, etape non franchie."
               GO TO ADVANCE-CASE-END
           END-IF.
           PERFORM 7000-WRITE-STAGE-LETTERS.
           DISPLAY "Dossier passe a l'etape " WS-ETAPE-NUM ".".

           ADVANCE-CASE-END.
           *>=================
               EXIT.

       5000-CLOSE-CASE SECTION.
       *>---------------------------

           CLOSE-CASE-START.
           *>=================

           PERFORM 2200-ACCEPT-OPEN-CASE.
           IF NOT WS-CASE-IS-FOUND
               GO TO CLOSE-CASE-END
           END-IF.

           DISPLAY "Motif de cloture (assiduite retablie, depart...) :".
           ACCEPT WS-SAISIE-MOTIF.
           IF WS-SAISIE-MOTIF = SPACES
               DISPLAY "Motif obligatoire, cloture abandonnee."
               GO TO CLOSE-CASE-END
           END-IF.

           MOVE "C" TO WS-CAS-ETAPE(WS-INDEX-CASE).
           MOVE WS-DATE-COURANTE TO WS-CAS-DATE-CLOTURE(WS-INDEX-CASE).
           MOVE WS-SAISIE-MOTIF TO WS-CAS-MOTIF-CLOTURE(WS-INDEX-CASE).
           PERFORM 8000-REWRITE-CASES.
           IF NOT WS-CASES-SONT-REECRITS
               DISPLAY "Dossier non enregistre, cloture abandonnee."
               GO TO CLOSE-CASE-END
           END-IF.
           DISPLAY "Dossier clos.".

           CLOSE-CASE-END.
           *>===============
               EXIT.

       6000-OPEN-CASES-REPORT SECTION.
       *>----------------------------------

           OPEN-CASES-REPORT-START.
           *>========================

           OPEN OUTPUT CASE-REPORT-FILE.
           MOVE WS-NOM-ECOLE TO CASE-REPORT-RECORD.
           WRITE CASE-REPORT-RECORD.
           MOVE SPACES TO CASE-REPORT-RECORD.
           STRING "Dossiers d'absenteisme ouverts au "
                   WS-DATE-EDITION
               DELIMITED BY SIZE INTO CASE-REPORT-RECORD
           END-STRING.
           WRITE CASE-REPORT-RECORD.
           MOVE "Jours ecoules par etape : AVT = avertissement, "&
               "REU = reunion, SIG = signalement" TO
               CASE-REPORT-RECORD.
           WRITE CASE-REPORT-RECORD.
           MOVE ALL "-" TO CASE-REPORT-RECORD.
           WRITE CASE-REPORT-RECORD.
           MOVE "Matric Classe Nom          Prenom       Mois   "&
               "DJ Et  AVT  REU  SIG" TO CASE-REPORT-RECORD.
           WRITE CASE-REPORT-RECORD.

           MOVE 0 TO WS-CNT-RETARDS.
           MOVE 0 TO WS-CNT-OUVERTS.
           PERFORM VARYING WS-INDEX-CASE FROM 1 BY 1 UNTIL
                   WS-INDEX-CASE > WS-CASE-COUNT
               IF WS-CAS-EST-OUVERT(WS-INDEX-CASE)
                   PERFORM 6100-REPORT-ONE-CASE
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO CASE-REPORT-RECORD.
           WRITE CASE-REPORT-RECORD.
           MOVE WS-CNT-OUVERTS TO WS-EDIT-COUNT.
           MOVE SPACES TO CASE-REPORT-RECORD.
           STRING "Dossiers ouverts : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CASE-REPORT-RECORD
           END-STRING.
           WRITE CASE-REPORT-RECORD.
           MOVE WS-CNT-RETARDS TO WS-EDIT-COUNT.
           MOVE SPACES TO CASE-REPORT-RECORD.
           STRING "Dont delai de l'etape depasse : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CASE-REPORT-RECORD
           END-STRING.
           WRITE CASE-REPORT-RECORD.
           CLOSE CASE-REPORT-FILE.

           MOVE WS-CNT-OUVERTS TO WS-EDIT-COUNT.
           DISPLAY WS-EDIT-COUNT " dossier(s) ouvert(s), rapport "&
               "ecrit dans ABSCRAPP.DAT.".

           OPEN-CASES-REPORT-END.
           *>======================
               EXIT.

       6100-REPORT-ONE-CASE SECTION.
       *>--------------------------------

           REPORT-ONE-CASE-START.
           *>======================

      *> Une etape dure de sa date d'entree a l'entree dans l'etape
      *> suivante, ou jusqu'a aujourd'hui pour l'etape en cours.
           ADD 1 TO WS-CNT-OUVERTS.
           MOVE WS-CAS-ETAPE(WS-INDEX-CASE) TO WS-ETAPE-NUM.
           PERFORM VARYING WS-INDEX-ETAPE FROM 1 BY 1 UNTIL
                   WS-INDEX-ETAPE > 3
               MOVE 0 TO WS-JOURS-ETAPE(WS-INDEX-ETAPE)
               IF WS-INDEX-ETAPE <= WS-ETAPE-NUM AND
                       WS-CAS-DATE-ETAPE(WS-INDEX-CASE WS-INDEX-ETAPE)
                       > 0
                   IF WS-INDEX-ETAPE = WS-ETAPE-NUM
                       MOVE WS-DATE-COURANTE TO WS-DATE-FIN
                   ELSE
                       MOVE WS-CAS-DATE-ETAPE(WS-INDEX-CASE
                           WS-INDEX-ETAPE + 1) TO WS-DATE-FIN
                   END-IF
                   COMPUTE WS-JOURS-ETAPE(WS-INDEX-ETAPE) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-FIN) -
                       FUNCTION INTEGER-OF-DATE(
                           WS-CAS-DATE-ETAPE(WS-INDEX-CASE
                           WS-INDEX-ETAPE))
               END-IF
               MOVE WS-JOURS-ETAPE(WS-INDEX-ETAPE) TO
                   WS-EDIT-JOURS(WS-INDEX-ETAPE)
           END-PERFORM.

           MOVE SPACES TO WS-RETARD.
           IF (WS-ETAPE-NUM = 1 AND
                   WS-JOURS-ETAPE(1) > WS-DELAI-REUNION) OR
                   (WS-ETAPE-NUM = 2 AND
                   WS-JOURS-ETAPE(2) > WS-DELAI-SIGNALEMENT)
               MOVE "RETARD" TO WS-RETARD
               ADD 1 TO WS-CNT-RETARDS
           END-IF.

           MOVE WS-CAS-NB-DEMI(WS-INDEX-CASE) TO WS-EDIT-DEMI.
           MOVE SPACES TO CASE-REPORT-RECORD.
           STRING WS-CAS-MATRICULE(WS-INDEX-CASE) " "
                   WS-CAS-CLASSE(WS-INDEX-CASE) "  "
                   WS-CAS-NOM(WS-INDEX-CASE) " "
                   WS-CAS-PRENOM(WS-INDEX-CASE) " "
                   WS-CAS-MOIS(WS-INDEX-CASE) " "
                   WS-EDIT-DEMI "  "
                   WS-CAS-ETAPE(WS-INDEX-CASE) " "
                   WS-EDIT-JOURS(1) " "
                   WS-EDIT-JOURS(2) " "
                   WS-EDIT-JOURS(3) " "
                   WS-RETARD
               DELIMITED BY SIZE INTO CASE-REPORT-RECORD
           END-STRING.
           WRITE CASE-REPORT-RECORD.

           REPORT-ONE-CASE-END.
           *>====================
               EXIT.

       7000-WRITE-STAGE-LETTERS SECTION.
       *>------------------------------------

           WRITE-STAGE-LETTERS-START.
           *>==========================

      *> Une lettre par responsable destinataire du courrier, au
      *> modele de l'etape ou se trouve le dossier.
           IF NOT WS-LETTER-IS-OPEN
               OPEN OUTPUT LETTER-FILE
               IF WS-LETTER-FILE-STATUS NOT = "00"
                   DISPLAY "Impossible de creer ABSCLETT.DAT."
                   GO TO WRITE-STAGE-LETTERS-END
               END-IF
               MOVE "Y" TO WS-LETTER-OPEN
           END-IF.

           MOVE WS-CAS-ETAPE(WS-INDEX-CASE) TO WS-LETTRE-ETAPE.
           MOVE SPACES TO WS-MOIS-EDITION.
           STRING WS-CAS-MOIS(WS-INDEX-CASE)(5:2) "/"
                   WS-CAS-MOIS(WS-INDEX-CASE)(1:4)
               DELIMITED BY SIZE INTO WS-MOIS-EDITION
           END-STRING.

           MOVE "N" TO WS-FAM-FOUND.
           PERFORM VARYING WS-INDEX-FAM FROM 1 BY 1 UNTIL
                   WS-INDEX-FAM > WS-FAMILY-COUNT
               IF WS-FAM-MATRICULE(WS-INDEX-FAM) =
                       WS-CAS-MATRICULE(WS-INDEX-CASE) AND
                       WS-FAM-ENVOI(WS-INDEX-FAM) NOT = "N"
                   MOVE "Y" TO WS-FAM-FOUND
                   PERFORM 7100-WRITE-ONE-LETTER
               END-IF
           END-PERFORM.

           IF NOT WS-FAM-IS-FOUND
               MOVE SPACES TO LETTER-RECORD
               STRING "SANS ADRESSE : "
                       WS-CAS-NOM(WS-INDEX-CASE) " "
                       WS-CAS-PRENOM(WS-INDEX-CASE)
                       " (" WS-CAS-CLASSE(WS-INDEX-CASE) ") "
                       "matricule " WS-CAS-MATRICULE(WS-INDEX-CASE)
                   DELIMITED BY SIZE INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
               DISPLAY "Aucun responsable destinataire pour le "&
                   "matricule " WS-CAS-MATRICULE(WS-INDEX-CASE) "."
           END-IF.

           WRITE-STAGE-LETTERS-END.
           *>========================
               EXIT.

       7100-WRITE-ONE-LETTER SECTION.
       *>---------------------------------

           WRITE-ONE-LETTER-START.
           *>=======================

           IF WS-CNT-LETTRES > 0
               MOVE X"0C" TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           ADD 1 TO WS-CNT-LETTRES.

           MOVE WS-NOM-ECOLE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           PERFORM VARYING WS-INDEX-ENTETE FROM 1 BY 1 UNTIL
                   WS-INDEX-ENTETE > WS-NB-ENTETE
               MOVE WS-ENTETE-LIGNE(WS-INDEX-ENTETE) TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-PERFORM.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-FAM-RESPONSABLE(WS-INDEX-FAM) TO
               LETTER-RECORD(41:30).
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WS-FAM-ADRESSE-1(WS-INDEX-FAM) TO
               LETTER-RECORD(41:30).
           WRITE LETTER-RECORD.
           IF WS-FAM-ADRESSE-2(WS-INDEX-FAM) NOT = SPACES
               MOVE SPACES TO LETTER-RECORD
               MOVE WS-FAM-ADRESSE-2(WS-INDEX-FAM) TO
                   LETTER-RECORD(41:30)
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           STRING WS-FAM-CODE-POSTAL(WS-INDEX-FAM) " "
                   WS-FAM-VILLE(WS-INDEX-FAM)
               DELIMITED BY SIZE INTO LETTER-RECORD(41:40)
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "Le " WS-DATE-EDITION
               DELIMITED BY SIZE INTO LETTER-RECORD(41:40)
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           EVALUATE WS-LETTRE-ETAPE
               WHEN "1"
                   MOVE "Objet : avertissement pour absences non "&
                       "justifiees" TO LETTER-RECORD
               WHEN "2"
                   MOVE "Objet : convocation a un entretien sur "&
                       "l'assiduite" TO LETTER-RECORD
               WHEN OTHER
                   MOVE "Objet : signalement a l'autorite "&
                       "academique" TO LETTER-RECORD
           END-EVALUATE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE WS-CAS-NB-DEMI(WS-INDEX-CASE) TO WS-EDIT-DEMI.
           MOVE SPACES TO LETTER-RECORD.
           STRING "Votre enfant " DELIMITED BY SIZE
                   WS-CAS-PRENOM(WS-INDEX-CASE) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-CAS-NOM(WS-INDEX-CASE) DELIMITED BY "  "
                   ", eleve de " DELIMITED BY SIZE
                   WS-CAS-CLASSE(WS-INDEX-CASE) DELIMITED BY " "
                   "," DELIMITED BY SIZE
               INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "a manque " WS-EDIT-DEMI " demi-journee(s) de "&
                   "classe sans justification en " WS-MOIS-EDITION "."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           EVALUATE WS-LETTRE-ETAPE
               WHEN "1"
                   MOVE "Nous vous rappelons que l'assiduite est "&
                       "obligatoire et vous demandons" TO
                       LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "de justifier ces absences aupres de la vie "&
                       "scolaire dans les meilleurs" TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "delais." TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN "2"
                   MOVE "Malgre notre premier courrier, la situation "&
                       "ne s'est pas regularisee." TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "Nous vous prions de prendre contact avec "&
                       "l'etablissement afin de" TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "convenir d'un entretien avec l'equipe "&
                       "educative." TO LETTER-RECORD
                   WRITE LETTER-RECORD
               WHEN OTHER
                   MOVE "Les absences se poursuivant apres "&
                       "l'entretien, nous sommes tenus" TO
                       LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "d'en informer l'autorite academique, a "&
                       "qui ce dossier est transmis" TO LETTER-RECORD
                   WRITE LETTER-RECORD
                   MOVE "ce jour." TO LETTER-RECORD
                   WRITE LETTER-RECORD
           END-EVALUATE.

           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "Le chef d'etablissement" TO LETTER-RECORD(41:40).
           WRITE LETTER-RECORD.

           WRITE-ONE-LETTER-END.
           *>=====================
               EXIT.

       8000-REWRITE-CASES SECTION.
       *>------------------------------

           REWRITE-CASES-START.
           *>====================

           MOVE "N" TO WS-CASES-REECRITS.
           IF WS-CASE-EST-SATURE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "ABSCAS.DAT lu partiellement (plus de 500 "&
                   "dossiers), reecriture refusee."
               GO TO REWRITE-CASES-END
           END-IF.

           IF WS-CNT-A-ARCHIVER > 0
               PERFORM 8100-ARCHIVE-CLOSED-CASES
               IF WS-CNT-A-ARCHIVER > 0
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   DISPLAY "Archivage des dossiers clos impossible, "&
                       "ABSCAS.DAT non reecrit."
                   GO TO REWRITE-CASES-END
               END-IF
           END-IF.

           OPEN OUTPUT CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de reecrire ABSCAS.DAT."
               GO TO REWRITE-CASES-END
           END-IF.
           PERFORM VARYING WS-INDEX-REWRITE FROM 1 BY 1 UNTIL
                   WS-INDEX-REWRITE > WS-CASE-COUNT
               MOVE WS-CASE-ENTRY(WS-INDEX-REWRITE) TO CASE-RECORD
               WRITE CASE-RECORD
           END-PERFORM.
           CLOSE CASE-FILE.
           MOVE "Y" TO WS-CASES-REECRITS.

           REWRITE-CASES-END.
           *>==================
               EXIT.

       8100-ARCHIVE-CLOSED-CASES SECTION.
       *>-------------------------------------

           ARCHIVE-CLOSED-CASES-START.
           *>===========================

      *> Les dossiers clos avant la rentree, ecartes au chargement,
      *> sont ajoutes a ABSCARCH.DAT avant que ABSCAS.DAT ne soit
      *> reecrit sans eux. Le compteur n'est remis a zero qu'une fois
      *> l'archive ecrite.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-FILE-STATUS NOT = "00"
               GO TO ARCHIVE-CLOSED-CASES-END
           END-IF.
           OPEN EXTEND CASE-ARCHIVE-FILE.
           IF WS-CASE-ARCHIVE-STATUS = "35"
               OPEN OUTPUT CASE-ARCHIVE-FILE
           END-IF.
           IF WS-CASE-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ABSCARCH.DAT inaccessible (statut "
                   WS-CASE-ARCHIVE-STATUS ")."
               CLOSE CASE-FILE
               GO TO ARCHIVE-CLOSED-CASES-END
           END-IF.

           MOVE "N" TO WS-EOF-CASE.
           PERFORM UNTIL WS-END-OF-CASE
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CASE
                   NOT AT END
                       IF CS-ETAPE = "C" AND
                               CS-DATE-CLOTURE IS NUMERIC AND
                               CS-DATE-CLOTURE < WS-DATE-RENTREE
                           MOVE CASE-RECORD TO CASE-ARCHIVE-RECORD
                           WRITE CASE-ARCHIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-FILE.
           CLOSE CASE-ARCHIVE-FILE.

           MOVE WS-CNT-A-ARCHIVER TO WS-EDIT-COUNT.
           DISPLAY WS-EDIT-COUNT " dossier(s) clos avant la rentree "&
               "archive(s) dans ABSCARCH.DAT.".
           MOVE 0 TO WS-CNT-A-ARCHIVER.

           ARCHIVE-CLOSED-CASES-END.
           *>=========================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "ABSENCE-SUIVI".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "ABSENCE-SUIVI".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "ABSENCE-SUIVI".

       END PROGRAM ABSENCE-SUIVI.

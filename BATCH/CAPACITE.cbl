       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITE-TENDANCE.
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
           SELECT STUDENT-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-FILE-STATUS.
           SELECT SUBJECT-PARM-FILE ASSIGN TO "TABLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CENSUS-FILE ASSIGN USING WS-CENSUS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSUS-FILE-STATUS.
           SELECT CAPACITY-PARM-FILE ASSIGN TO "CAPAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPA-PARM-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CAPAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  ELEVE-RECORD.
           05 ER-ID-CLASSE              PIC X(5).
           05 ER-NOM                    PIC X(12).
           05 ER-PRENOM                 PIC X(12).
           05 ER-TRIMESTRE              PIC 9.
           05 ER-MATIERE                PIC X(20).
           05 ER-COEFF                  PIC 9.
           05 ER-NOTE                   PIC 9(2)V99.
           05 ER-NOTE-FLAG               PIC X.
           05 ER-MATRICULE              PIC 9(6).

       FD  SUBJECT-PARM-FILE.
       01  PARM-RECORD                  PIC 9(2).

       FD  CENSUS-FILE.
       01  CENSUS-RECORD                PIC X(250).

      *> Parametres : DEFAUT = seuil d'alerte en % de la limite,
      *> FENETRE = profondeur de la tendance en semaines, ou le code
      *> d'une structure pour lui donner son propre seuil.
       FD  CAPACITY-PARM-FILE.
       01  CAPACITY-PARM-RECORD.
           05 CP-CODE                   PIC X(10).
           05 CP-VALEUR                 PIC 9(3).

      *> Un releve par structure et par jour de passage.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 CH-DATE                   PIC 9(8).
           05 CH-STRUCTURE              PIC X(10).
           05 CH-VALEUR                 PIC 9(7).
           05 CH-LIMITE                 PIC 9(7).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-RECORD       PIC X(90).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-CENSUS-FILE-STATUS PIC X(2).
       01  WS-CAPA-PARM-FILE-STATUS PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-CENSUS-FILE-NAME PIC X(12).
       01  WS-CENSUS-COUNT PIC 9(7).
       01  WS-EOF PIC X VALUE "N".
           88  WS-END-OF-FILE VALUE "Y".

       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-JOUR-INT PIC 9(8).
       01  WS-DEBUT-FENETRE-INT PIC 9(8).
       01  WS-SEUIL-DEFAUT PIC 9(3) VALUE 80.
       01  WS-FENETRE-SEMAINES PIC 9(3) VALUE 12.

      *> Limites de compilation suivies, a tenir a jour avec les
      *> OCCURS des programmes concernes.
       01  WS-STRUCTURES-VALEURS.
           05 FILLER PIC X(10) VALUE "TABL-COMM".
           05 FILLER PIC X(30) VALUE "Appreciations TABLCOMM.DAT".
           05 FILLER PIC 9(5) VALUE 2000.
           05 FILLER PIC X(10) VALUE "TABL-CLAS".
           05 FILLER PIC X(30) VALUE "Classes (liste des classes)".
           05 FILLER PIC 9(5) VALUE 200.
           05 FILLER PIC X(10) VALUE "TABL-ELEV".
           05 FILLER PIC X(30) VALUE "Eleves dans la plus grande cl.".
           05 FILLER PIC 9(5) VALUE 40.
           05 FILLER PIC X(10) VALUE "TABL-NOTE".
           05 FILLER PIC X(30) VALUE "Notes max eleve / trimestre".
           05 FILLER PIC 9(5) VALUE 10.
           05 FILLER PIC X(10) VALUE "PALIN-LEX".
           05 FILLER PIC X(30) VALUE "Lexique PALINLEX.DAT".
           05 FILLER PIC 9(5) VALUE 500.
           05 FILLER PIC X(10) VALUE "PENDU-MOTS".
           05 FILLER PIC X(30) VALUE "Liste de mots PENDMOTS.DAT".
           05 FILLER PIC 9(5) VALUE 50.
       01  WS-STRUCTURES REDEFINES WS-STRUCTURES-VALEURS.
           05 WS-STR-DEF OCCURS 6 TIMES.
               10 WS-STR-CODE            PIC X(10).
               10 WS-STR-LIBELLE         PIC X(30).
               10 WS-STR-LIMITE-COMPIL   PIC 9(5).
       01  WS-NB-STRUCTURES PIC 9 VALUE 6.

       01  WS-MESURES.
           05 WS-MES-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-INDEX-STR.
               10 WS-MES-VALEUR          PIC 9(7).
               10 WS-MES-LIMITE          PIC 9(7).
               10 WS-MES-SEUIL           PIC 9(3).
               10 WS-MES-MESUREE         PIC X.
               10 WS-MES-DEJA-RELEVEE    PIC X.
               10 WS-MES-REF-DATE        PIC 9(8).
               10 WS-MES-REF-VALEUR      PIC 9(7).

      *> Recensement de ELEVES.DAT : un poste par eleve de classe.
       01  WS-CENSUS-TABLE.
           05 WS-CEN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-INDEX-CEN.
               10 WS-CEN-CLASSE          PIC X(5).
               10 WS-CEN-NOM             PIC X(12).
               10 WS-CEN-PRENOM          PIC X(12).
               10 WS-CEN-NB-NOTES OCCURS 3 TIMES PIC 9(3).
       01  WS-CEN-COUNT PIC 9(4) VALUE 0.
       01  WS-CEN-SATURE PIC X VALUE "N".
           88  WS-CEN-EST-SATURE VALUE "Y".
       01  WS-CEN-FOUND PIC X VALUE "N".
           88  WS-CEN-IS-FOUND VALUE "Y".

       01  WS-CLASSES-TABLE.
           05 WS-CLS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-CLS.
               10 WS-CLS-ID              PIC X(5).
               10 WS-CLS-NB-ELEVES       PIC 9(4).
       01  WS-CLS-COUNT PIC 9(3) VALUE 0.
       01  WS-CLS-FOUND PIC X VALUE "N".
           88  WS-CLS-IS-FOUND VALUE "Y".
       01  WS-MAX-ELEVES PIC 9(4) VALUE 0.
       01  WS-MAX-NOTES PIC 9(3) VALUE 0.
       01  WS-CLASSE-PLEINE PIC X(5) VALUE SPACES.
       01  WS-NB-MATIERES-CONFIG PIC 9(2) VALUE 5.

       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-INDEX-STEP.
               10 WS-STP-ETAPE           PIC X(15).
               10 WS-STP-NB-PASSAGES     PIC 9(4).
               10 WS-STP-PREM-DATE       PIC 9(8).
               10 WS-STP-PREM-IN         PIC 9(7).
               10 WS-STP-DERN-DATE       PIC 9(8).
               10 WS-STP-DERN-IN         PIC 9(7).
               10 WS-STP-MAX-IN          PIC 9(7).
       01  WS-STEP-COUNT PIC 9(2) VALUE 0.
       01  WS-STEP-FOUND PIC X VALUE "N".
           88  WS-STEP-IS-FOUND VALUE "Y".

       01  WS-POURCENT PIC 9(5).
       01  WS-JOURS PIC 9(5).
       01  WS-CROISSANCE PIC S9(5)V99.
       01  WS-RESTANT PIC 9(7).
       01  WS-SEMAINES PIC 9(5).
       01  WS-DATE-EPUISEMENT PIC 9(8).
       01  WS-ETAT PIC X(8).
       01  WS-CNT-ALERTES PIC 9(2) VALUE 0.
       01  WS-CNT-SATUREES PIC 9(2) VALUE 0.

       01  WS-EDIT-VALEUR PIC ZZZZZZ9.
       01  WS-EDIT-LIMITE PIC ZZZZZZ9.
       01  WS-EDIT-POURCENT PIC ZZZZ9.
       01  WS-EDIT-SEUIL PIC ZZ9.
       01  WS-EDIT-REF PIC ZZZZZZ9.
       01  WS-EDIT-CROISSANCE PIC ----9.99.
       01  WS-EDIT-SEMAINES PIC ZZ9.
       01  WS-EDIT-PASSAGES PIC ZZZ9.
       01  WS-EDIT-IN PIC ZZZZZZ9.
       01  WS-EDIT-IN2 PIC ZZZZZZ9.
       01  WS-EDIT-MAX PIC ZZZZZZ9.

       COPY RPTCATLK.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           COMPUTE WS-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR).

           PERFORM 1000-LOAD-PARAMETERS.
           COMPUTE WS-DEBUT-FENETRE-INT =
               WS-JOUR-INT - (WS-FENETRE-SEMAINES * 7).

           PERFORM 2000-TAKE-CENSUS.
           PERFORM 3000-LOAD-HISTORY.
           PERFORM 3500-LOAD-RUN-CONTROL.
           PERFORM 4000-WRITE-CAPACITY-REPORT.
           PERFORM 5000-APPEND-HISTORY.

           IF WS-CNT-SATUREES > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "*** " WS-CNT-SATUREES " STRUCTURE(S) A LA "&
                   "LIMITE : DES ENREGISTREMENTS SONT PERDUS, VOIR "&
                   "CAPARPT.DAT ***"
           END-IF.
           IF WS-CNT-ALERTES > 0
               DISPLAY "ATTENTION: " WS-CNT-ALERTES " structure(s) "&
                   "au-dela du seuil d'alerte, voir CAPARPT.DAT."
           END-IF.
           IF WS-CNT-SATUREES = 0 AND WS-CNT-ALERTES = 0
               DISPLAY "Capacites sous les seuils, rapport dans "&
                   "CAPARPT.DAT."
           END-IF.

           MOVE "CAPARPT.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-LOAD-PARAMETERS SECTION.
       *>--------------------------------

           LOAD-PARAMETERS-START.
           *>======================

           PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                   WS-INDEX-STR > WS-NB-STRUCTURES
               MOVE 0 TO WS-MES-VALEUR(WS-INDEX-STR)
               MOVE WS-STR-LIMITE-COMPIL(WS-INDEX-STR) TO
                   WS-MES-LIMITE(WS-INDEX-STR)
               MOVE 0 TO WS-MES-SEUIL(WS-INDEX-STR)
               MOVE "N" TO WS-MES-MESUREE(WS-INDEX-STR)
               MOVE "N" TO WS-MES-DEJA-RELEVEE(WS-INDEX-STR)
               MOVE 0 TO WS-MES-REF-DATE(WS-INDEX-STR)
               MOVE 0 TO WS-MES-REF-VALEUR(WS-INDEX-STR)
           END-PERFORM.

           MOVE "N" TO WS-EOF.
           OPEN INPUT CAPACITY-PARM-FILE.
           IF WS-CAPA-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ CAPACITY-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 1010-APPLY-ONE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-PARM-FILE
           END-IF.

           PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                   WS-INDEX-STR > WS-NB-STRUCTURES
               IF WS-MES-SEUIL(WS-INDEX-STR) = 0
                   MOVE WS-SEUIL-DEFAUT TO WS-MES-SEUIL(WS-INDEX-STR)
               END-IF
           END-PERFORM.

      *> Le nombre de matieres par trimestre est borne par
      *> TABLPARM.DAT en deca des 10 postes de WS-TAB-NOTE.
           OPEN INPUT SUBJECT-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ SUBJECT-PARM-FILE
                   NOT AT END
                       IF PARM-RECORD IS NUMERIC
                           MOVE PARM-RECORD TO WS-NB-MATIERES-CONFIG
                       END-IF
               END-READ
               CLOSE SUBJECT-PARM-FILE
           END-IF.
           IF WS-NB-MATIERES-CONFIG > 0 AND
                   WS-NB-MATIERES-CONFIG < WS-MES-LIMITE(4)
               MOVE WS-NB-MATIERES-CONFIG TO WS-MES-LIMITE(4)
           END-IF.

           LOAD-PARAMETERS-END.
           *>====================
               EXIT.

       1010-APPLY-ONE-PARAMETER SECTION.
       *>------------------------------------

           APPLY-ONE-PARAMETER-START.
           *>==========================

           IF CP-VALEUR IS NOT NUMERIC OR CP-VALEUR = 0
               DISPLAY "CAPAPARM.DAT : valeur invalide ignoree pour "
                   CP-CODE
               GO TO APPLY-ONE-PARAMETER-END
           END-IF.

           EVALUATE CP-CODE
               WHEN "DEFAUT"
                   MOVE CP-VALEUR TO WS-SEUIL-DEFAUT
               WHEN "FENETRE"
                   MOVE CP-VALEUR TO WS-FENETRE-SEMAINES
               WHEN OTHER
                   PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                           WS-INDEX-STR > WS-NB-STRUCTURES
                       IF WS-STR-CODE(WS-INDEX-STR) = CP-CODE
                           MOVE CP-VALEUR TO
                               WS-MES-SEUIL(WS-INDEX-STR)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-INDEX-STR > WS-NB-STRUCTURES
                       DISPLAY "CAPAPARM.DAT : structure inconnue "
                           CP-CODE
                   END-IF
           END-EVALUATE.

           APPLY-ONE-PARAMETER-END.
           *>========================
               EXIT.

       2000-TAKE-CENSUS SECTION.
       *>----------------------------

           TAKE-CENSUS-START.
           *>==================

           MOVE "TABLCOMM.DAT" TO WS-CENSUS-FILE-NAME.
           PERFORM 2100-COUNT-CENSUS-FILE.
           IF WS-CENSUS-FILE-STATUS = "00"
               MOVE WS-CENSUS-COUNT TO WS-MES-VALEUR(1)
               MOVE "Y" TO WS-MES-MESUREE(1)
           END-IF.

           PERFORM 2200-CENSUS-STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS = "00"
               MOVE WS-CLS-COUNT TO WS-MES-VALEUR(2)
               MOVE "Y" TO WS-MES-MESUREE(2)
               MOVE WS-MAX-ELEVES TO WS-MES-VALEUR(3)
               MOVE "Y" TO WS-MES-MESUREE(3)
               MOVE WS-MAX-NOTES TO WS-MES-VALEUR(4)
               MOVE "Y" TO WS-MES-MESUREE(4)
           END-IF.

           MOVE "PALINLEX.DAT" TO WS-CENSUS-FILE-NAME.
           PERFORM 2100-COUNT-CENSUS-FILE.
           IF WS-CENSUS-FILE-STATUS = "00"
               MOVE WS-CENSUS-COUNT TO WS-MES-VALEUR(5)
               MOVE "Y" TO WS-MES-MESUREE(5)
           END-IF.

           MOVE "PENDMOTS.DAT" TO WS-CENSUS-FILE-NAME.
           PERFORM 2100-COUNT-CENSUS-FILE.
           IF WS-CENSUS-FILE-STATUS = "00"
               MOVE WS-CENSUS-COUNT TO WS-MES-VALEUR(6)
               MOVE "Y" TO WS-MES-MESUREE(6)
           END-IF.

           TAKE-CENSUS-END.
           *>================
               EXIT.

       2100-COUNT-CENSUS-FILE SECTION.
       *>----------------------------------

           COUNT-CENSUS-FILE-START.
           *>========================

           MOVE 0 TO WS-CENSUS-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CENSUS-FILE.
           IF WS-CENSUS-FILE-STATUS NOT = "00"
               DISPLAY WS-CENSUS-FILE-NAME " absent, structure non "&
                   "mesuree."
               GO TO COUNT-CENSUS-FILE-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CENSUS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CENSUS-COUNT
               END-READ
           END-PERFORM.
           CLOSE CENSUS-FILE.
           MOVE "00" TO WS-CENSUS-FILE-STATUS.

           COUNT-CENSUS-FILE-END.
           *>======================
               EXIT.

       2200-CENSUS-STUDENT-FILE SECTION.
       *>------------------------------------

           CENSUS-STUDENT-FILE-START.
           *>==========================

      *> TABLE-EXERCICES range chaque ligne de note dans un poste
      *> WS-TAB-NOTE de l'eleve pour le trimestre : le nombre de
      *> lignes par eleve et par trimestre mesure donc l'occupation.
           MOVE 0 TO WS-CEN-COUNT.
           MOVE 0 TO WS-CLS-COUNT.
           MOVE 0 TO WS-MAX-ELEVES.
           MOVE 0 TO WS-MAX-NOTES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ELEVES.DAT absent, classes et eleves non "&
                   "mesures."
               GO TO CENSUS-STUDENT-FILE-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ER-ID-CLASSE NOT = SPACES
                           PERFORM 2210-CENSUS-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.
           MOVE "00" TO WS-STUDENT-FILE-STATUS.

           IF WS-CEN-EST-SATURE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Plus de 5000 eleves dans ELEVES.DAT : "&
                   "recensement incomplet."
           END-IF.

           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CLS > WS-CLS-COUNT
               IF WS-CLS-NB-ELEVES(WS-INDEX-CLS) > WS-MAX-ELEVES
                   MOVE WS-CLS-NB-ELEVES(WS-INDEX-CLS) TO WS-MAX-ELEVES
                   MOVE WS-CLS-ID(WS-INDEX-CLS) TO WS-CLASSE-PLEINE
               END-IF
           END-PERFORM.

           CENSUS-STUDENT-FILE-END.
           *>========================
               EXIT.

       2210-CENSUS-ONE-GRADE SECTION.
       *>---------------------------------

           CENSUS-ONE-GRADE-START.
           *>=======================

           MOVE "N" TO WS-CEN-FOUND.
           PERFORM VARYING WS-INDEX-CEN FROM 1 BY 1 UNTIL
                   WS-INDEX-CEN > WS-CEN-COUNT
               IF WS-CEN-CLASSE(WS-INDEX-CEN) = ER-ID-CLASSE AND
                       WS-CEN-NOM(WS-INDEX-CEN) = ER-NOM AND
                       WS-CEN-PRENOM(WS-INDEX-CEN) = ER-PRENOM
                   MOVE "Y" TO WS-CEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-CEN-IS-FOUND
               IF WS-CEN-COUNT >= 5000
                   MOVE "Y" TO WS-CEN-SATURE
                   GO TO CENSUS-ONE-GRADE-END
               END-IF
               ADD 1 TO WS-CEN-COUNT
               SET WS-INDEX-CEN TO WS-CEN-COUNT
               MOVE ER-ID-CLASSE TO WS-CEN-CLASSE(WS-INDEX-CEN)
               MOVE ER-NOM TO WS-CEN-NOM(WS-INDEX-CEN)
               MOVE ER-PRENOM TO WS-CEN-PRENOM(WS-INDEX-CEN)
               MOVE 0 TO WS-CEN-NB-NOTES(WS-INDEX-CEN 1)
               MOVE 0 TO WS-CEN-NB-NOTES(WS-INDEX-CEN 2)
               MOVE 0 TO WS-CEN-NB-NOTES(WS-INDEX-CEN 3)
               PERFORM 2220-COUNT-STUDENT-IN-CLASS
           END-IF.

           IF ER-TRIMESTRE IS NUMERIC AND ER-TRIMESTRE >= 1 AND
                   ER-TRIMESTRE <= 3
               ADD 1 TO WS-CEN-NB-NOTES(WS-INDEX-CEN ER-TRIMESTRE)
               IF WS-CEN-NB-NOTES(WS-INDEX-CEN ER-TRIMESTRE) >
                       WS-MAX-NOTES
                   MOVE WS-CEN-NB-NOTES(WS-INDEX-CEN ER-TRIMESTRE)
                       TO WS-MAX-NOTES
               END-IF
           END-IF.

           CENSUS-ONE-GRADE-END.
           *>=====================
               EXIT.

       2220-COUNT-STUDENT-IN-CLASS SECTION.
       *>---------------------------------------

           COUNT-STUDENT-IN-CLASS-START.
           *>=============================

           MOVE "N" TO WS-CLS-FOUND.
           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CLS > WS-CLS-COUNT
               IF WS-CLS-ID(WS-INDEX-CLS) = ER-ID-CLASSE
                   MOVE "Y" TO WS-CLS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-CLS-IS-FOUND
               IF WS-CLS-COUNT >= 500
                   GO TO COUNT-STUDENT-IN-CLASS-END
               END-IF
               ADD 1 TO WS-CLS-COUNT
               SET WS-INDEX-CLS TO WS-CLS-COUNT
               MOVE ER-ID-CLASSE TO WS-CLS-ID(WS-INDEX-CLS)
               MOVE 0 TO WS-CLS-NB-ELEVES(WS-INDEX-CLS)
           END-IF.
           ADD 1 TO WS-CLS-NB-ELEVES(WS-INDEX-CLS).

           COUNT-STUDENT-IN-CLASS-END.
           *>===========================
               EXIT.

       3000-LOAD-HISTORY SECTION.
       *>-----------------------------

           LOAD-HISTORY-START.
           *>===================

      *> La reference de tendance est le plus ancien releve de la
      *> fenetre ; un releve du jour existe deja si le programme a
      *> ete relance, il n'est alors pas reecrit.
           MOVE "N" TO WS-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Pas de CAPAHIST.DAT : premier releve, pas "&
                   "encore de tendance."
               GO TO LOAD-HISTORY-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CH-DATE IS NUMERIC AND CH-DATE > 0
                           PERFORM 3010-APPLY-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           LOAD-HISTORY-END.
           *>=================
               EXIT.

       3010-APPLY-ONE-HISTORY SECTION.
       *>----------------------------------

           APPLY-ONE-HISTORY-START.
           *>========================

           PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                   WS-INDEX-STR > WS-NB-STRUCTURES
               IF WS-STR-CODE(WS-INDEX-STR) = CH-STRUCTURE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-INDEX-STR > WS-NB-STRUCTURES
               GO TO APPLY-ONE-HISTORY-END
           END-IF.

           IF CH-DATE = WS-DATE-DU-JOUR
               MOVE "Y" TO WS-MES-DEJA-RELEVEE(WS-INDEX-STR)
               GO TO APPLY-ONE-HISTORY-END
           END-IF.
           IF CH-DATE > WS-DATE-DU-JOUR OR
                   FUNCTION INTEGER-OF-DATE(CH-DATE) <
                   WS-DEBUT-FENETRE-INT
               GO TO APPLY-ONE-HISTORY-END
           END-IF.
           IF WS-MES-REF-DATE(WS-INDEX-STR) = 0 OR
                   CH-DATE < WS-MES-REF-DATE(WS-INDEX-STR)
               MOVE CH-DATE TO WS-MES-REF-DATE(WS-INDEX-STR)
               MOVE CH-VALEUR TO WS-MES-REF-VALEUR(WS-INDEX-STR)
           END-IF.

           APPLY-ONE-HISTORY-END.
           *>======================
               EXIT.

       3500-LOAD-RUN-CONTROL SECTION.
       *>---------------------------------

           LOAD-RUN-CONTROL-START.
           *>=======================

      *> Volumes traites par etape sur la fenetre, pour rapprocher
      *> la croissance des structures de celle des passages.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = "00"
               GO TO LOAD-RUN-CONTROL-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RN-DATE IS NUMERIC AND RN-DATE > 0
                           IF FUNCTION INTEGER-OF-DATE(RN-DATE) >=
                                   WS-DEBUT-FENETRE-INT
                               PERFORM 3510-AGGREGATE-ONE-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

           LOAD-RUN-CONTROL-END.
           *>=====================
               EXIT.

       3510-AGGREGATE-ONE-POSTING SECTION.
       *>--------------------------------------

           AGGREGATE-ONE-POSTING-START.
           *>============================

           MOVE "N" TO WS-STEP-FOUND.
           PERFORM VARYING WS-INDEX-STEP FROM 1 BY 1 UNTIL
                   WS-INDEX-STEP > WS-STEP-COUNT
               IF WS-STP-ETAPE(WS-INDEX-STEP) = RN-ETAPE
                   MOVE "Y" TO WS-STEP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-STEP-IS-FOUND
               IF WS-STEP-COUNT >= 20
                   GO TO AGGREGATE-ONE-POSTING-END
               END-IF
               ADD 1 TO WS-STEP-COUNT
               SET WS-INDEX-STEP TO WS-STEP-COUNT
               MOVE RN-ETAPE TO WS-STP-ETAPE(WS-INDEX-STEP)
               MOVE 0 TO WS-STP-NB-PASSAGES(WS-INDEX-STEP)
               MOVE RN-DATE TO WS-STP-PREM-DATE(WS-INDEX-STEP)
               MOVE RN-ENTREES TO WS-STP-PREM-IN(WS-INDEX-STEP)
               MOVE 0 TO WS-STP-DERN-DATE(WS-INDEX-STEP)
               MOVE 0 TO WS-STP-MAX-IN(WS-INDEX-STEP)
           END-IF.

           ADD 1 TO WS-STP-NB-PASSAGES(WS-INDEX-STEP).
           IF RN-DATE < WS-STP-PREM-DATE(WS-INDEX-STEP)
               MOVE RN-DATE TO WS-STP-PREM-DATE(WS-INDEX-STEP)
               MOVE RN-ENTREES TO WS-STP-PREM-IN(WS-INDEX-STEP)
           END-IF.
           IF RN-DATE >= WS-STP-DERN-DATE(WS-INDEX-STEP)
               MOVE RN-DATE TO WS-STP-DERN-DATE(WS-INDEX-STEP)
               MOVE RN-ENTREES TO WS-STP-DERN-IN(WS-INDEX-STEP)
           END-IF.
           IF RN-ENTREES > WS-STP-MAX-IN(WS-INDEX-STEP)
               MOVE RN-ENTREES TO WS-STP-MAX-IN(WS-INDEX-STEP)
           END-IF.

           AGGREGATE-ONE-POSTING-END.
           *>==========================
               EXIT.

       4000-WRITE-CAPACITY-REPORT SECTION.
       *>--------------------------------------

           WRITE-CAPACITY-REPORT-START.
           *>============================

           OPEN OUTPUT CAPACITY-REPORT-FILE.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           MOVE WS-FENETRE-SEMAINES TO WS-EDIT-SEUIL.
           STRING "=== Capacite des tables internes au "
                   WS-DATE-DU-JOUR " (tendance sur " WS-EDIT-SEUIL
                   " semaines) ==="
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.

           PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                   WS-INDEX-STR > WS-NB-STRUCTURES
               PERFORM 4100-WRITE-ONE-STRUCTURE
           END-PERFORM.

           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.
           MOVE "=== Volumes traites sur la fenetre (RUNCTRL.DAT) ==="
               TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.
           IF WS-STEP-COUNT = 0
               MOVE "  (aucun comptage sur la periode)" TO
                   CAPACITY-REPORT-RECORD
               WRITE CAPACITY-REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-INDEX-STEP FROM 1 BY 1 UNTIL
                   WS-INDEX-STEP > WS-STEP-COUNT
               MOVE WS-STP-NB-PASSAGES(WS-INDEX-STEP) TO
                   WS-EDIT-PASSAGES
               MOVE WS-STP-PREM-IN(WS-INDEX-STEP) TO WS-EDIT-IN
               MOVE WS-STP-DERN-IN(WS-INDEX-STEP) TO WS-EDIT-IN2
               MOVE WS-STP-MAX-IN(WS-INDEX-STEP) TO WS-EDIT-MAX
               MOVE SPACES TO CAPACITY-REPORT-RECORD
               STRING "  " WS-STP-ETAPE(WS-INDEX-STEP)
                       WS-EDIT-PASSAGES " passage(s)  "
                       WS-STP-PREM-DATE(WS-INDEX-STEP) ":"
                       WS-EDIT-IN "  "
                       WS-STP-DERN-DATE(WS-INDEX-STEP) ":"
                       WS-EDIT-IN2 "  max" WS-EDIT-MAX
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
           END-PERFORM.
           CLOSE CAPACITY-REPORT-FILE.

           WRITE-CAPACITY-REPORT-END.
           *>==========================
               EXIT.

       4100-WRITE-ONE-STRUCTURE SECTION.
       *>------------------------------------

           WRITE-ONE-STRUCTURE-START.
           *>==========================

           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.

           IF WS-MES-MESUREE(WS-INDEX-STR) NOT = "Y"
               MOVE SPACES TO CAPACITY-REPORT-RECORD
               STRING WS-STR-CODE(WS-INDEX-STR) " "
                       WS-STR-LIBELLE(WS-INDEX-STR)
                       " NON MESURE (fichier absent)"
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
               GO TO WRITE-ONE-STRUCTURE-END
           END-IF.

           COMPUTE WS-POURCENT = (WS-MES-VALEUR(WS-INDEX-STR) * 100)
               / WS-MES-LIMITE(WS-INDEX-STR).
           EVALUATE TRUE
               WHEN WS-MES-VALEUR(WS-INDEX-STR) >=
                       WS-MES-LIMITE(WS-INDEX-STR)
                   MOVE "SATURE" TO WS-ETAT
                   ADD 1 TO WS-CNT-SATUREES
               WHEN WS-POURCENT >= WS-MES-SEUIL(WS-INDEX-STR)
                   MOVE "ALERTE" TO WS-ETAT
                   ADD 1 TO WS-CNT-ALERTES
               WHEN OTHER
                   MOVE "OK" TO WS-ETAT
           END-EVALUATE.

           MOVE WS-MES-VALEUR(WS-INDEX-STR) TO WS-EDIT-VALEUR.
           MOVE WS-MES-LIMITE(WS-INDEX-STR) TO WS-EDIT-LIMITE.
           MOVE WS-POURCENT TO WS-EDIT-POURCENT.
           MOVE WS-MES-SEUIL(WS-INDEX-STR) TO WS-EDIT-SEUIL.
           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           STRING WS-STR-CODE(WS-INDEX-STR) " "
                   WS-STR-LIBELLE(WS-INDEX-STR)
                   WS-EDIT-VALEUR " /" WS-EDIT-LIMITE
                   WS-EDIT-POURCENT "% (seuil" WS-EDIT-SEUIL "%) "
                   WS-ETAT
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.

           IF WS-INDEX-STR = 3 AND WS-CLASSE-PLEINE NOT = SPACES
               MOVE SPACES TO CAPACITY-REPORT-RECORD
               STRING "           classe la plus chargee : "
                       WS-CLASSE-PLEINE
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
           END-IF.

           PERFORM 4200-WRITE-PROJECTION.

           WRITE-ONE-STRUCTURE-END.
           *>========================
               EXIT.

       4200-WRITE-PROJECTION SECTION.
       *>---------------------------------

           WRITE-PROJECTION-START.
           *>=======================

           MOVE SPACES TO CAPACITY-REPORT-RECORD.
           IF WS-MES-REF-DATE(WS-INDEX-STR) = 0
               MOVE "           tendance : pas de releve anterieur "&
                   "sur la fenetre" TO CAPACITY-REPORT-RECORD
               WRITE CAPACITY-REPORT-RECORD
               GO TO WRITE-PROJECTION-END
           END-IF.

           COMPUTE WS-JOURS = WS-JOUR-INT -
               FUNCTION INTEGER-OF-DATE(WS-MES-REF-DATE(WS-INDEX-STR)).
           COMPUTE WS-CROISSANCE ROUNDED =
               ((WS-MES-VALEUR(WS-INDEX-STR) -
                 WS-MES-REF-VALEUR(WS-INDEX-STR)) * 7.000) / WS-JOURS.
           MOVE WS-MES-REF-VALEUR(WS-INDEX-STR) TO WS-EDIT-REF.
           MOVE WS-CROISSANCE TO WS-EDIT-CROISSANCE.

           IF WS-CROISSANCE NOT > 0
               STRING "           depuis "
                       WS-MES-REF-DATE(WS-INDEX-STR) ":" WS-EDIT-REF
                       ", " WS-EDIT-CROISSANCE
                       "/sem., pas d'epuisement prevu"
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
               GO TO WRITE-PROJECTION-END
           END-IF.

           IF WS-MES-VALEUR(WS-INDEX-STR) >=
                   WS-MES-LIMITE(WS-INDEX-STR)
               STRING "           depuis "
                       WS-MES-REF-DATE(WS-INDEX-STR) ":" WS-EDIT-REF
                       ", " WS-EDIT-CROISSANCE
                       "/sem., LIMITE DEJA ATTEINTE"
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
               GO TO WRITE-PROJECTION-END
           END-IF.

           COMPUTE WS-RESTANT = WS-MES-LIMITE(WS-INDEX-STR) -
               WS-MES-VALEUR(WS-INDEX-STR).
           COMPUTE WS-SEMAINES = WS-RESTANT / WS-CROISSANCE.
           IF WS-SEMAINES > 520
               STRING "           depuis "
                       WS-MES-REF-DATE(WS-INDEX-STR) ":" WS-EDIT-REF
                       ", " WS-EDIT-CROISSANCE
                       "/sem., epuisement au-dela de 10 ans"
                   DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
               END-STRING
               WRITE CAPACITY-REPORT-RECORD
               GO TO WRITE-PROJECTION-END
           END-IF.

           COMPUTE WS-DATE-EPUISEMENT = FUNCTION DATE-OF-INTEGER(
               WS-JOUR-INT + (WS-SEMAINES * 7)).
           MOVE WS-SEMAINES TO WS-EDIT-SEMAINES.
           STRING "           depuis "
                   WS-MES-REF-DATE(WS-INDEX-STR) ":" WS-EDIT-REF
                   ", " WS-EDIT-CROISSANCE
                   "/sem., epuisement vers " WS-DATE-EPUISEMENT
                   " (" WS-EDIT-SEMAINES " sem.)"
               DELIMITED BY SIZE INTO CAPACITY-REPORT-RECORD
           END-STRING.
           WRITE CAPACITY-REPORT-RECORD.

           WRITE-PROJECTION-END.
           *>=====================
               EXIT.

       5000-APPEND-HISTORY SECTION.
       *>-------------------------------

           APPEND-HISTORY-START.
           *>=====================

           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "CAPAHIST.DAT indisponible, releve du jour "&
                   "non conserve."
               GO TO APPEND-HISTORY-END
           END-IF.

           PERFORM VARYING WS-INDEX-STR FROM 1 BY 1 UNTIL
                   WS-INDEX-STR > WS-NB-STRUCTURES
               IF WS-MES-MESUREE(WS-INDEX-STR) = "Y" AND
                       WS-MES-DEJA-RELEVEE(WS-INDEX-STR) = "N"
                   MOVE WS-DATE-DU-JOUR TO CH-DATE
                   MOVE WS-STR-CODE(WS-INDEX-STR) TO CH-STRUCTURE
                   MOVE WS-MES-VALEUR(WS-INDEX-STR) TO CH-VALEUR
                   MOVE WS-MES-LIMITE(WS-INDEX-STR) TO CH-LIMITE
                   WRITE HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

           APPEND-HISTORY-END.
           *>===================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "CAPACITE-TEND".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "CAPACITE-TEND".

       END PROGRAM CAPACITE-TENDANCE.

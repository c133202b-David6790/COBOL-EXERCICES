       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREVET-POINTS.
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
           SELECT ARCHIVE-FILE ASSIGN TO "TABLARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT LETTERHEAD-FILE ASSIGN TO "TABLENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERHEAD-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "BREVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT GROUP-FILE ASSIGN TO "BREVGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-FILE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "BREVCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "BREVCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARC-TYPE                  PIC X.
           05 ARC-ANNEE                 PIC X(9).
           05 ARC-CLASSE                PIC X(5).
           05 ARC-ELEVE-DATA.
               10 ARC-NOM               PIC X(12).
               10 ARC-PRENOM            PIC X(12).
               10 ARC-MOY-T1            PIC 9(2)V99.
               10 ARC-MOY-T2            PIC 9(2)V99.
               10 ARC-MOY-T3            PIC 9(2)V99.
               10 ARC-MOY-GEN           PIC 9(2)V99.
               10 ARC-MENTION           PIC X(15).
           05 ARC-ELEVE-MATIERE-DATA REDEFINES ARC-ELEVE-DATA.
               10 ARC-EM-NOM            PIC X(12).
               10 ARC-EM-PRENOM         PIC X(12).
               10 ARC-EM-MATIERE        PIC X(20).
               10 ARC-EM-MOYENNE        PIC 9(2)V99.
               10 ARC-EM-MATRICULE      PIC 9(6).
               10 FILLER                PIC X(1).
           05 ARC-DECISION              PIC X(12).

       FD  LETTERHEAD-FILE.
       01  LETTERHEAD-RECORD            PIC X(40).

      *> Parametres de l'extraction : source M (fichier maitre de
      *> l'annee en cours) ou A (TABLARCH.DAT d'une annee close),
      *> prefixe des classes de 3e et seuils des niveaux de maitrise.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 BP-SOURCE                 PIC X.
           05 BP-ANNEE                  PIC X(9).
           05 BP-PREFIXE                PIC X(2).
           05 BP-SEUIL-1                PIC 9(2)V99.
           05 BP-SEUIL-2                PIC 9(2)V99.
           05 BP-SEUIL-3                PIC 9(2)V99.

      *> Rattachement de chaque matiere a un groupe du referentiel
      *> national (8 groupes au plus).
       FD  GROUP-FILE.
       01  GROUP-RECORD.
           05 BG-MATIERE                PIC X(20).
           05 BG-GROUPE                 PIC X(4).

       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD             PIC X(140).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD        PIC X(80).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-ARCHIVE-FILE-STATUS PIC X(2).
       01  WS-LETTERHEAD-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS PIC X(2).
       01  WS-GROUP-FILE-STATUS PIC X(2).
       01  WS-CANDIDATE-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  WS-END-OF-MASTER VALUE "Y".
       01  WS-EOF-ARCHIVE PIC X VALUE "N".
           88  WS-END-OF-ARCHIVE VALUE "Y".
       01  WS-EOF-GROUP PIC X VALUE "N".
           88  WS-END-OF-GROUP VALUE "Y".

       01  WS-NOM-ECOLE PIC X(40) VALUE "COLLEGE".
       01  WS-ANNEE-SCOLAIRE PIC X(9) VALUE SPACES.
       01  WS-DATE-COURANTE PIC X(8).
       01  WS-DATE-EDITION PIC X(10).

       01  WS-SOURCE PIC X VALUE "M".
           88  WS-SOURCE-MAITRE VALUE "M".
           88  WS-SOURCE-ARCHIVE VALUE "A".
       01  WS-ANNEE-EXTRAITE PIC X(9) VALUE SPACES.
       01  WS-PREFIXE PIC X(2) VALUE "3".
       01  WS-PREFIXE-LONG PIC 9 VALUE 1.
       01  WS-SEUIL-1 PIC 9(2)V99 VALUE 8.
       01  WS-SEUIL-2 PIC 9(2)V99 VALUE 12.
       01  WS-SEUIL-3 PIC 9(2)V99 VALUE 16.

      *> Bareme officiel du controle continu par groupe.
       01  WS-POINTS-INSUFFISANT PIC 9(2) VALUE 10.
       01  WS-POINTS-FRAGILE PIC 9(2) VALUE 25.
       01  WS-POINTS-SATISFAISANT PIC 9(2) VALUE 40.
       01  WS-POINTS-TRES-BON PIC 9(2) VALUE 50.

       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-INDEX-GRP.
               10 WS-GRP-CODE            PIC X(4).
       01  WS-NB-GROUPES PIC 9 VALUE 0.

       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-INDEX-MAP.
               10 WS-MAP-MATIERE         PIC X(20).
               10 WS-MAP-GROUPE          PIC 9.
       01  WS-NB-MAP PIC 9(2) VALUE 0.
       01  WS-MAP-FOUND PIC X VALUE "N".
           88  WS-MAP-IS-FOUND VALUE "Y".

       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-CAND.
               10 WS-CAN-MATRICULE       PIC 9(6).
               10 WS-CAN-NOM             PIC X(12).
               10 WS-CAN-PRENOM          PIC X(12).
               10 WS-CAN-CLASSE          PIC X(5).
               10 WS-CAN-GROUPE OCCURS 8 TIMES.
                   15 WS-CAN-CUMUL       PIC 9(4)V99.
                   15 WS-CAN-NB          PIC 9(2).
                   15 WS-CAN-POINTS      PIC 9(2).
               10 WS-CAN-TOTAL           PIC 9(3).
               10 WS-CAN-COMPLET         PIC X.
                   88 WS-CAN-EST-COMPLET VALUE "O".
               10 WS-CAN-HORS-REF        PIC 9(2).
       01  WS-NB-CAND PIC 9(3) VALUE 0.
       01  WS-CAND-FOUND PIC X VALUE "N".
           88  WS-CAND-IS-FOUND VALUE "Y".
       01  WS-SWAP-CAND-ENTRY PIC X(121).

       01  WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-INDEX-SUBJ.
               10 WS-SBJ-MATIERE         PIC X(20).
               10 WS-SBJ-CUMUL           PIC 9(3)V99.
               10 WS-SBJ-NB              PIC 9(2).
       01  WS-NB-SUBJ PIC 9(2) VALUE 0.
       01  WS-SUBJ-FOUND PIC X VALUE "N".
           88  WS-SUBJ-IS-FOUND VALUE "Y".

       01  WS-HORS-TABLE.
           05 WS-HORS-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-INDEX-HORS.
               10 WS-HRS-MATIERE         PIC X(20).
               10 WS-HRS-NB              PIC 9(4).
       01  WS-NB-HORS PIC 9(2) VALUE 0.
       01  WS-HORS-FOUND PIC X VALUE "N".
           88  WS-HORS-IS-FOUND VALUE "Y".

       01  WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-INDEX-CLS.
               10 WS-CLS-CLASSE          PIC X(5).
               10 WS-CLS-NB              PIC 9(3).
               10 WS-CLS-CUMUL           PIC 9(6).
               10 WS-CLS-INCOMPLETS      PIC 9(3).
               10 WS-CLS-TRANCHE OCCURS 5 TIMES
                                         PIC 9(3).
       01  WS-NB-CLS PIC 9(2) VALUE 0.
       01  WS-CLS-FOUND PIC X VALUE "N".
           88  WS-CLS-IS-FOUND VALUE "Y".

       01  WS-CUR-MATIERE PIC X(20).
       01  WS-CUR-MOYENNE PIC 9(2)V99.
       01  WS-CUR-MATRICULE PIC 9(6).
       01  WS-CUR-CLASSE PIC X(5).
       01  WS-CUR-NOM PIC X(12).
       01  WS-CUR-PRENOM PIC X(12).
       01  WS-GROUP-AVERAGE PIC 9(2)V99.
       01  WS-INDEX-G PIC 9.
       01  WS-INDEX-TRIM PIC 9.
       01  WS-INDEX-NOTE PIC 9(2).
       01  WS-INDEX-TRANCHE PIC 9.

       01  WS-SORT-SWAPPED PIC X VALUE "N".
           88  WS-SORT-HAS-SWAPPED VALUE "Y".
       01  WS-SORT-LIMIT PIC 9(3).
       01  WS-INDEX-SORT PIC 9(3).
       01  WS-INDEX-NEXT PIC 9(3).

      *> Enregistrement candidat transmis au portail des examens.
       01  WS-CAND-OUT-RECORD.
           05 WS-COUT-TYPE               PIC X(3) VALUE "CAN".
           05 WS-COUT-MATRICULE          PIC 9(6).
           05 WS-COUT-NOM                PIC X(12).
           05 WS-COUT-PRENOM             PIC X(12).
           05 WS-COUT-CLASSE             PIC X(5).
           05 WS-COUT-ANNEE              PIC X(9).
           05 WS-COUT-GROUPE OCCURS 8 TIMES.
               10 WS-COUT-CODE-GROUPE    PIC X(4).
               10 WS-COUT-POINTS         PIC 9(2).
           05 WS-COUT-TOTAL              PIC 9(3).
           05 WS-COUT-COMPLET            PIC X.
           05 FILLER                     PIC X(41).

       01  WS-ENV-OUT-RECORD.
           05 WS-EOUT-TYPE               PIC X(3).
           05 WS-EOUT-HDR-DATA.
               10 WS-EOUT-FILE-ID        PIC X(8).
               10 WS-EOUT-CREATE-DATE    PIC X(8).
               10 WS-EOUT-ORIGIN         PIC X(8).
               10 FILLER                 PIC X(13).
           05 WS-EOUT-TRL-DATA REDEFINES WS-EOUT-HDR-DATA.
               10 WS-EOUT-REC-COUNT      PIC 9(7).
               10 WS-EOUT-CTL-TOTAL      PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
               10 FILLER                 PIC X(14).

       01  WS-CNT-EXPORTES PIC 9(7) VALUE 0.
       01  WS-CNT-SANS-MATRICULE PIC 9(5) VALUE 0.
       01  WS-CNT-INCOMPLETS PIC 9(5) VALUE 0.
       01  WS-CTL-TOTAL PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-COUNT PIC ZZZZ9.
       01  WS-EDIT-TOTAL PIC ZZ9.
       01  WS-EDIT-MOYENNE PIC ZZ9.99.
       01  WS-EDIT-TRANCHE PIC ZZ9 OCCURS 5 TIMES.
       01  WS-CLS-MOYENNE PIC 9(3)V99.
       01  WS-LISTE-MANQUANTS PIC X(40).
       01  WS-PTR-MANQUANTS PIC 9(2).

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-LETTERHEAD.
           PERFORM 0600-LOAD-PARAMETRES.
           PERFORM 0700-LOAD-GROUPES.

           IF WS-NB-GROUPES = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "BREVGRP.DAT absent ou vide : aucune matiere "&
                   "rattachee a un groupe, extraction abandonnee."
               GO TO PROCEDURES-END
           END-IF.

           DISPLAY "=== Extraction des candidats au brevet ===".
           DISPLAY "Annee " WS-ANNEE-EXTRAITE " - classes "
               WS-PREFIXE(1:WS-PREFIXE-LONG) "... - source "
               WS-SOURCE.

           IF WS-SOURCE-ARCHIVE
               PERFORM 2000-LOAD-FROM-ARCHIVE
           ELSE
               PERFORM 1000-LOAD-FROM-MASTER
           END-IF.

           IF WS-NB-CAND = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Aucun eleve de 3e trouve pour l'annee "
                   WS-ANNEE-EXTRAITE "."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 4000-COMPUTE-POINTS.
           PERFORM 5000-SORT-CANDIDATES.
           PERFORM 6000-WRITE-EXTRACT.
           PERFORM 7000-WRITE-CONTROL-REPORT.
           PERFORM 9200-POST-RUN-CONTROL.

           MOVE WS-CNT-EXPORTES TO WS-EDIT-COUNT.
           DISPLAY "Candidats ecrits dans BREVCAND.DAT : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-SANS-MATRICULE TO WS-EDIT-COUNT.
           DISPLAY "Eleves ecartes sans matricule       : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-INCOMPLETS TO WS-EDIT-COUNT.
           DISPLAY "Dossiers incomplets                 : "
               WS-EDIT-COUNT.
           DISPLAY "Rapport de controle ecrit dans BREVCTRL.DAT.".

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-LETTERHEAD SECTION.
       *>-------------------------------

           LOAD-LETTERHEAD-START.
           *>======================

           OPEN INPUT LETTERHEAD-FILE.
           IF WS-LETTERHEAD-FILE-STATUS = "00"
               READ LETTERHEAD-FILE
                   NOT AT END
                       MOVE LETTERHEAD-RECORD TO WS-NOM-ECOLE
               END-READ
               READ LETTERHEAD-FILE
                   NOT AT END
                       MOVE LETTERHEAD-RECORD TO WS-ANNEE-SCOLAIRE
               END-READ
               CLOSE LETTERHEAD-FILE
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

      *> Sans BREVPARM.DAT : fichier maitre de l'annee en cours,
      *> classes commencant par 3, seuils 8 / 12 / 16.
           MOVE WS-ANNEE-SCOLAIRE TO WS-ANNEE-EXTRAITE.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               GO TO LOAD-PARAMETRES-CHECK
           END-IF.
           READ PARAM-FILE
               AT END
                   CLOSE PARAM-FILE
                   GO TO LOAD-PARAMETRES-CHECK
           END-READ.
           CLOSE PARAM-FILE.

           IF BP-SOURCE = "A" OR BP-SOURCE = "a"
               MOVE "A" TO WS-SOURCE
           END-IF.
           IF BP-ANNEE NOT = SPACES
               MOVE BP-ANNEE TO WS-ANNEE-EXTRAITE
           END-IF.
           IF BP-PREFIXE NOT = SPACES
               MOVE BP-PREFIXE TO WS-PREFIXE
           END-IF.
           IF BP-SEUIL-1 IS NUMERIC AND BP-SEUIL-2 IS NUMERIC AND
                   BP-SEUIL-3 IS NUMERIC AND
                   BP-SEUIL-1 < BP-SEUIL-2 AND
                   BP-SEUIL-2 < BP-SEUIL-3
               MOVE BP-SEUIL-1 TO WS-SEUIL-1
               MOVE BP-SEUIL-2 TO WS-SEUIL-2
               MOVE BP-SEUIL-3 TO WS-SEUIL-3
           END-IF.

           LOAD-PARAMETRES-CHECK.
           *>======================

           IF WS-PREFIXE(2:1) = SPACE
               MOVE 1 TO WS-PREFIXE-LONG
           ELSE
               MOVE 2 TO WS-PREFIXE-LONG
           END-IF.

           LOAD-PARAMETRES-END.
           *>====================
               EXIT.

       0700-LOAD-GROUPES SECTION.
       *>-----------------------------

           LOAD-GROUPES-START.
           *>===================

           MOVE 0 TO WS-NB-GROUPES.
           MOVE 0 TO WS-NB-MAP.
           MOVE "N" TO WS-EOF-GROUP.
           OPEN INPUT GROUP-FILE.
           IF WS-GROUP-FILE-STATUS NOT = "00"
               GO TO LOAD-GROUPES-END
           END-IF.

           PERFORM UNTIL WS-END-OF-GROUP
               READ GROUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-GROUP
                   NOT AT END
                       PERFORM 0710-STORE-ONE-GROUPE
               END-READ
           END-PERFORM.
           CLOSE GROUP-FILE.

           LOAD-GROUPES-END.
           *>=================
               EXIT.

       0710-STORE-ONE-GROUPE SECTION.
       *>---------------------------------

           STORE-ONE-GROUPE-START.
           *>=======================

           IF BG-MATIERE = SPACES OR BG-GROUPE = SPACES OR
                   WS-NB-MAP NOT < 60
               GO TO STORE-ONE-GROUPE-END
           END-IF.

           SET WS-INDEX-GRP TO 1.
           SEARCH WS-GRP-ENTRY
               AT END
                   IF WS-NB-GROUPES < 8
                       ADD 1 TO WS-NB-GROUPES
                       SET WS-INDEX-GRP TO WS-NB-GROUPES
                       MOVE BG-GROUPE TO WS-GRP-CODE(WS-INDEX-GRP)
                   ELSE
                       DISPLAY "Plus de 8 groupes dans BREVGRP.DAT, "&
                           "groupe ignore : " BG-GROUPE
                       GO TO STORE-ONE-GROUPE-END
                   END-IF
               WHEN WS-GRP-CODE(WS-INDEX-GRP) = BG-GROUPE
                   CONTINUE
           END-SEARCH.

           ADD 1 TO WS-NB-MAP.
           SET WS-INDEX-MAP TO WS-NB-MAP.
           MOVE BG-MATIERE TO WS-MAP-MATIERE(WS-INDEX-MAP).
           SET WS-MAP-GROUPE(WS-INDEX-MAP) TO WS-INDEX-GRP.

           STORE-ONE-GROUPE-END.
           *>=====================
               EXIT.

       1000-LOAD-FROM-MASTER SECTION.
       *>---------------------------------

           LOAD-FROM-MASTER-START.
           *>=======================

           MOVE "N" TO WS-EOF-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier maitre ELEVMAST.DAT."
               GO TO LOAD-FROM-MASTER-END
           END-IF.

      *> Positionnement sur le prefixe de niveau par la cle
      *> secondaire classe/nom ; arret au premier niveau suivant.
           MOVE LOW-VALUES TO MST-CLASSE-NOM.
           MOVE WS-PREFIXE(1:WS-PREFIXE-LONG) TO
               MST-ID-CLASSE(1:WS-PREFIXE-LONG).
           START MASTER-FILE KEY IS NOT LESS THAN MST-CLASSE-NOM
               INVALID KEY
                   MOVE "Y" TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       IF MST-ID-CLASSE(1:WS-PREFIXE-LONG) =
                               WS-PREFIXE(1:WS-PREFIXE-LONG)
                           PERFORM 1100-LOAD-ONE-MASTER
                       ELSE
                           MOVE "Y" TO WS-EOF-MASTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

           LOAD-FROM-MASTER-END.
           *>=====================
               EXIT.

       1100-LOAD-ONE-MASTER SECTION.
       *>--------------------------------

           LOAD-ONE-MASTER-START.
           *>======================

      *> Moyenne annuelle par matiere : moyenne des notes presentes
      *> sur les trois trimestres.
           IF MST-MATRICULE IS NUMERIC
               MOVE MST-MATRICULE TO WS-CUR-MATRICULE
           ELSE
               MOVE 0 TO WS-CUR-MATRICULE
           END-IF.
           MOVE MST-ID-CLASSE TO WS-CUR-CLASSE.
           MOVE MST-NOM TO WS-CUR-NOM.
           MOVE MST-PRENOM TO WS-CUR-PRENOM.
           PERFORM 3000-FIND-CANDIDATE.
           IF NOT WS-CAND-IS-FOUND
               GO TO LOAD-ONE-MASTER-END
           END-IF.

           MOVE 0 TO WS-NB-SUBJ.
           PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                   WS-INDEX-TRIM > 3
               PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                       WS-INDEX-NOTE > MST-NB-NOTES(WS-INDEX-TRIM) OR
                       WS-INDEX-NOTE > 10
                   IF MST-NOTE-FLAG(WS-INDEX-TRIM WS-INDEX-NOTE) =
                           "Y"
                       PERFORM 1110-CUMULATE-SUBJECT
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-INDEX-SUBJ FROM 1 BY 1 UNTIL
                   WS-INDEX-SUBJ > WS-NB-SUBJ
               MOVE WS-SBJ-MATIERE(WS-INDEX-SUBJ) TO WS-CUR-MATIERE
               COMPUTE WS-CUR-MOYENNE ROUNDED =
                   WS-SBJ-CUMUL(WS-INDEX-SUBJ) /
                   WS-SBJ-NB(WS-INDEX-SUBJ)
               PERFORM 3100-ADD-SUBJECT-AVERAGE
           END-PERFORM.

           LOAD-ONE-MASTER-END.
           *>====================
               EXIT.

       1110-CUMULATE-SUBJECT SECTION.
       *>---------------------------------

           CUMULATE-SUBJECT-START.
           *>=======================

           MOVE "N" TO WS-SUBJ-FOUND.
           PERFORM VARYING WS-INDEX-SUBJ FROM 1 BY 1 UNTIL
                   WS-INDEX-SUBJ > WS-NB-SUBJ OR WS-SUBJ-IS-FOUND
               IF WS-SBJ-MATIERE(WS-INDEX-SUBJ) =
                       MST-MATIERE(WS-INDEX-TRIM WS-INDEX-NOTE)
                   MOVE "Y" TO WS-SUBJ-FOUND
                   ADD MST-NOTE(WS-INDEX-TRIM WS-INDEX-NOTE) TO
                       WS-SBJ-CUMUL(WS-INDEX-SUBJ)
                   ADD 1 TO WS-SBJ-NB(WS-INDEX-SUBJ)
               END-IF
           END-PERFORM.

           IF NOT WS-SUBJ-IS-FOUND AND WS-NB-SUBJ < 30
               ADD 1 TO WS-NB-SUBJ
               SET WS-INDEX-SUBJ TO WS-NB-SUBJ
               MOVE MST-MATIERE(WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-SBJ-MATIERE(WS-INDEX-SUBJ)
               MOVE MST-NOTE(WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-SBJ-CUMUL(WS-INDEX-SUBJ)
               MOVE 1 TO WS-SBJ-NB(WS-INDEX-SUBJ)
           END-IF.

           CUMULATE-SUBJECT-END.
           *>=====================
               EXIT.

       2000-LOAD-FROM-ARCHIVE SECTION.
       *>----------------------------------

           LOAD-FROM-ARCHIVE-START.
           *>========================

      *> Les lignes S de TABLARCH.DAT portent la moyenne annuelle de
      *> chaque eleve par matiere, ecrite a la cloture de l'annee.
           MOVE "N" TO WS-EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Pas d'archive TABLARCH.DAT."
               GO TO LOAD-FROM-ARCHIVE-END
           END-IF.

           PERFORM UNTIL WS-END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ARCHIVE
                   NOT AT END
                       IF ARC-TYPE = "S" AND
                               ARC-ANNEE = WS-ANNEE-EXTRAITE AND
                               ARC-CLASSE(1:WS-PREFIXE-LONG) =
                               WS-PREFIXE(1:WS-PREFIXE-LONG)
                           PERFORM 2100-LOAD-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

           LOAD-FROM-ARCHIVE-END.
           *>======================
               EXIT.

       2100-LOAD-ONE-ARCHIVE SECTION.
       *>---------------------------------

           LOAD-ONE-ARCHIVE-START.
           *>=======================

           IF ARC-EM-MATRICULE IS NUMERIC
               MOVE ARC-EM-MATRICULE TO WS-CUR-MATRICULE
           ELSE
               MOVE 0 TO WS-CUR-MATRICULE
           END-IF.
           MOVE ARC-CLASSE TO WS-CUR-CLASSE.
           MOVE ARC-EM-NOM TO WS-CUR-NOM.
           MOVE ARC-EM-PRENOM TO WS-CUR-PRENOM.
           PERFORM 3000-FIND-CANDIDATE.
           IF NOT WS-CAND-IS-FOUND
               GO TO LOAD-ONE-ARCHIVE-END
           END-IF.

           MOVE ARC-EM-MATIERE TO WS-CUR-MATIERE.
           MOVE ARC-EM-MOYENNE TO WS-CUR-MOYENNE.
           PERFORM 3100-ADD-SUBJECT-AVERAGE.

           LOAD-ONE-ARCHIVE-END.
           *>=====================
               EXIT.

       3000-FIND-CANDIDATE SECTION.
       *>-------------------------------

           FIND-CANDIDATE-START.
           *>=====================

      *> Un eleve est reconnu par son matricule ; a defaut, par
      *> classe, nom et prenom.
           MOVE "N" TO WS-CAND-FOUND.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND OR WS-CAND-IS-FOUND
               IF WS-CUR-MATRICULE NOT = 0
                   IF WS-CAN-MATRICULE(WS-INDEX-CAND) =
                           WS-CUR-MATRICULE
                       MOVE "Y" TO WS-CAND-FOUND
                   END-IF
               ELSE
                   IF WS-CAN-MATRICULE(WS-INDEX-CAND) = 0 AND
                           WS-CAN-CLASSE(WS-INDEX-CAND) =
                           WS-CUR-CLASSE AND
                           WS-CAN-NOM(WS-INDEX-CAND) = WS-CUR-NOM AND
                           WS-CAN-PRENOM(WS-INDEX-CAND) =
                           WS-CUR-PRENOM
                       MOVE "Y" TO WS-CAND-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CAND-IS-FOUND
               SET WS-INDEX-CAND DOWN BY 1
               GO TO FIND-CANDIDATE-END
           END-IF.

           IF WS-NB-CAND NOT < 500
               DISPLAY "Table des candidats pleine, eleve ignore : "
                   WS-CUR-CLASSE " " WS-CUR-NOM " " WS-CUR-PRENOM
               GO TO FIND-CANDIDATE-END
           END-IF.

           ADD 1 TO WS-NB-CAND.
           ADD 1 TO WS-RUN-IN.
           SET WS-INDEX-CAND TO WS-NB-CAND.
           INITIALIZE WS-CAND-ENTRY(WS-INDEX-CAND).
           MOVE WS-CUR-MATRICULE TO WS-CAN-MATRICULE(WS-INDEX-CAND).
           MOVE WS-CUR-CLASSE TO WS-CAN-CLASSE(WS-INDEX-CAND).
           MOVE WS-CUR-NOM TO WS-CAN-NOM(WS-INDEX-CAND).
           MOVE WS-CUR-PRENOM TO WS-CAN-PRENOM(WS-INDEX-CAND).
           MOVE "Y" TO WS-CAND-FOUND.

           FIND-CANDIDATE-END.
           *>===================
               EXIT.

       3100-ADD-SUBJECT-AVERAGE SECTION.
       *>------------------------------------

           ADD-SUBJECT-AVERAGE-START.
           *>==========================

           MOVE "N" TO WS-MAP-FOUND.
           PERFORM VARYING WS-INDEX-MAP FROM 1 BY 1 UNTIL
                   WS-INDEX-MAP > WS-NB-MAP OR WS-MAP-IS-FOUND
               IF WS-MAP-MATIERE(WS-INDEX-MAP) = WS-CUR-MATIERE
                   MOVE "Y" TO WS-MAP-FOUND
                   MOVE WS-MAP-GROUPE(WS-INDEX-MAP) TO WS-INDEX-G
               END-IF
           END-PERFORM.

           IF NOT WS-MAP-IS-FOUND
               ADD 1 TO WS-CAN-HORS-REF(WS-INDEX-CAND)
               PERFORM 3200-NOTE-UNMAPPED-SUBJECT
               GO TO ADD-SUBJECT-AVERAGE-END
           END-IF.

           ADD WS-CUR-MOYENNE TO
               WS-CAN-CUMUL(WS-INDEX-CAND WS-INDEX-G).
           ADD 1 TO WS-CAN-NB(WS-INDEX-CAND WS-INDEX-G).

           ADD-SUBJECT-AVERAGE-END.
           *>========================
               EXIT.

       3200-NOTE-UNMAPPED-SUBJECT SECTION.
       *>--------------------------------------

           NOTE-UNMAPPED-SUBJECT-START.
           *>============================

           MOVE "N" TO WS-HORS-FOUND.
           PERFORM VARYING WS-INDEX-HORS FROM 1 BY 1 UNTIL
                   WS-INDEX-HORS > WS-NB-HORS OR WS-HORS-IS-FOUND
               IF WS-HRS-MATIERE(WS-INDEX-HORS) = WS-CUR-MATIERE
                   MOVE "Y" TO WS-HORS-FOUND
                   ADD 1 TO WS-HRS-NB(WS-INDEX-HORS)
               END-IF
           END-PERFORM.

           IF NOT WS-HORS-IS-FOUND AND WS-NB-HORS < 30
               ADD 1 TO WS-NB-HORS
               SET WS-INDEX-HORS TO WS-NB-HORS
               MOVE WS-CUR-MATIERE TO WS-HRS-MATIERE(WS-INDEX-HORS)
               MOVE 1 TO WS-HRS-NB(WS-INDEX-HORS)
           END-IF.

           NOTE-UNMAPPED-SUBJECT-END.
           *>==========================
               EXIT.

       4000-COMPUTE-POINTS SECTION.
       *>-------------------------------

           COMPUTE-POINTS-START.
           *>=====================

      *> Moyenne du groupe = moyenne des moyennes annuelles de ses
      *> matieres, convertie en points selon le niveau de maitrise.
      *> Un groupe sans aucune matiere evaluee rapporte 0 point et
      *> rend le dossier incomplet.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND
               MOVE 0 TO WS-CAN-TOTAL(WS-INDEX-CAND)
               MOVE "O" TO WS-CAN-COMPLET(WS-INDEX-CAND)
               PERFORM VARYING WS-INDEX-G FROM 1 BY 1 UNTIL
                       WS-INDEX-G > WS-NB-GROUPES
                   PERFORM 4100-COMPUTE-GROUP-POINTS
                   ADD WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G) TO
                       WS-CAN-TOTAL(WS-INDEX-CAND)
               END-PERFORM
               IF NOT WS-CAN-EST-COMPLET(WS-INDEX-CAND)
                   ADD 1 TO WS-CNT-INCOMPLETS
               END-IF
           END-PERFORM.

           COMPUTE-POINTS-END.
           *>===================
               EXIT.

       4100-COMPUTE-GROUP-POINTS SECTION.
       *>-------------------------------------

           COMPUTE-GROUP-POINTS-START.
           *>===========================

           IF WS-CAN-NB(WS-INDEX-CAND WS-INDEX-G) = 0
               MOVE 0 TO WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G)
               MOVE "N" TO WS-CAN-COMPLET(WS-INDEX-CAND)
               GO TO COMPUTE-GROUP-POINTS-END
           END-IF.

           COMPUTE WS-GROUP-AVERAGE ROUNDED =
               WS-CAN-CUMUL(WS-INDEX-CAND WS-INDEX-G) /
               WS-CAN-NB(WS-INDEX-CAND WS-INDEX-G).

           EVALUATE TRUE
               WHEN WS-GROUP-AVERAGE < WS-SEUIL-1
                   MOVE WS-POINTS-INSUFFISANT TO
                       WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G)
               WHEN WS-GROUP-AVERAGE < WS-SEUIL-2
                   MOVE WS-POINTS-FRAGILE TO
                       WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G)
               WHEN WS-GROUP-AVERAGE < WS-SEUIL-3
                   MOVE WS-POINTS-SATISFAISANT TO
                       WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G)
               WHEN OTHER
                   MOVE WS-POINTS-TRES-BON TO
                       WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G)
           END-EVALUATE.

           COMPUTE-GROUP-POINTS-END.
           *>=========================
               EXIT.

       5000-SORT-CANDIDATES SECTION.
       *>--------------------------------

           SORT-CANDIDATES-START.
           *>======================

           MOVE "Y" TO WS-SORT-SWAPPED.
           PERFORM UNTIL NOT WS-SORT-HAS-SWAPPED
               MOVE "N" TO WS-SORT-SWAPPED
               COMPUTE WS-SORT-LIMIT = WS-NB-CAND - 1
               PERFORM VARYING WS-INDEX-SORT FROM 1 BY 1 UNTIL
                       WS-INDEX-SORT > WS-SORT-LIMIT
                   COMPUTE WS-INDEX-NEXT = WS-INDEX-SORT + 1
                   IF WS-CAN-MATRICULE(WS-INDEX-NEXT) <
                           WS-CAN-MATRICULE(WS-INDEX-SORT)
                       MOVE WS-CAND-ENTRY(WS-INDEX-SORT) TO
                           WS-SWAP-CAND-ENTRY
                       MOVE WS-CAND-ENTRY(WS-INDEX-NEXT) TO
                           WS-CAND-ENTRY(WS-INDEX-SORT)
                       MOVE WS-SWAP-CAND-ENTRY TO
                           WS-CAND-ENTRY(WS-INDEX-NEXT)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

           SORT-CANDIDATES-END.
           *>====================
               EXIT.

       6000-WRITE-EXTRACT SECTION.
       *>------------------------------

           WRITE-EXTRACT-START.
           *>====================

      *> Extraction en enveloppe HDR/TRL : le trailer porte le nombre
      *> de candidats et le total des points transmis.
           OPEN OUTPUT CANDIDATE-FILE.
           IF WS-CANDIDATE-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer BREVCAND.DAT."
               GO TO WRITE-EXTRACT-END
           END-IF.

           MOVE SPACES TO WS-ENV-OUT-RECORD.
           MOVE "HDR" TO WS-EOUT-TYPE.
           MOVE "BREVET" TO WS-EOUT-FILE-ID.
           MOVE WS-DATE-COURANTE TO WS-EOUT-CREATE-DATE.
           MOVE "ECOLE" TO WS-EOUT-ORIGIN.
           MOVE SPACES TO CANDIDATE-RECORD.
           MOVE WS-ENV-OUT-RECORD TO CANDIDATE-RECORD(1:40).
           WRITE CANDIDATE-RECORD.

           MOVE 0 TO WS-CNT-EXPORTES.
           MOVE 0 TO WS-CTL-TOTAL.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND
               IF WS-CAN-MATRICULE(WS-INDEX-CAND) = 0
                   ADD 1 TO WS-CNT-SANS-MATRICULE
                   ADD 1 TO WS-RUN-REJ
               ELSE
                   PERFORM 6100-WRITE-ONE-CANDIDATE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ENV-OUT-RECORD.
           MOVE "TRL" TO WS-EOUT-TYPE.
           MOVE WS-CNT-EXPORTES TO WS-EOUT-REC-COUNT.
           MOVE WS-CTL-TOTAL TO WS-EOUT-CTL-TOTAL.
           MOVE SPACES TO CANDIDATE-RECORD.
           MOVE WS-ENV-OUT-RECORD TO CANDIDATE-RECORD(1:40).
           WRITE CANDIDATE-RECORD.

           CLOSE CANDIDATE-FILE.

           WRITE-EXTRACT-END.
           *>==================
               EXIT.

       6100-WRITE-ONE-CANDIDATE SECTION.
       *>------------------------------------

           WRITE-ONE-CANDIDATE-START.
           *>==========================

           MOVE SPACES TO WS-CAND-OUT-RECORD.
           MOVE "CAN" TO WS-COUT-TYPE.
           MOVE WS-CAN-MATRICULE(WS-INDEX-CAND) TO WS-COUT-MATRICULE.
           MOVE WS-CAN-NOM(WS-INDEX-CAND) TO WS-COUT-NOM.
           MOVE WS-CAN-PRENOM(WS-INDEX-CAND) TO WS-COUT-PRENOM.
           MOVE WS-CAN-CLASSE(WS-INDEX-CAND) TO WS-COUT-CLASSE.
           MOVE WS-ANNEE-EXTRAITE TO WS-COUT-ANNEE.
           PERFORM VARYING WS-INDEX-G FROM 1 BY 1 UNTIL
                   WS-INDEX-G > 8
               IF WS-INDEX-G > WS-NB-GROUPES
                   MOVE SPACES TO WS-COUT-CODE-GROUPE(WS-INDEX-G)
                   MOVE 0 TO WS-COUT-POINTS(WS-INDEX-G)
               ELSE
                   MOVE WS-GRP-CODE(WS-INDEX-G) TO
                       WS-COUT-CODE-GROUPE(WS-INDEX-G)
                   MOVE WS-CAN-POINTS(WS-INDEX-CAND WS-INDEX-G) TO
                       WS-COUT-POINTS(WS-INDEX-G)
               END-IF
           END-PERFORM.
           MOVE WS-CAN-TOTAL(WS-INDEX-CAND) TO WS-COUT-TOTAL.
           MOVE WS-CAN-COMPLET(WS-INDEX-CAND) TO WS-COUT-COMPLET.

           MOVE WS-CAND-OUT-RECORD TO CANDIDATE-RECORD.
           WRITE CANDIDATE-RECORD.
           ADD 1 TO WS-CNT-EXPORTES.
           ADD 1 TO WS-RUN-OUT.
           ADD WS-CAN-TOTAL(WS-INDEX-CAND) TO WS-CTL-TOTAL.

           WRITE-ONE-CANDIDATE-END.
           *>========================
               EXIT.

       7000-WRITE-CONTROL-REPORT SECTION.
       *>-------------------------------------

           WRITE-CONTROL-REPORT-START.
           *>===========================

           OPEN OUTPUT CONTROL-REPORT-FILE.

           MOVE WS-NOM-ECOLE TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "Controle de l'extraction brevet - annee "
                   WS-ANNEE-EXTRAITE " - edite le " WS-DATE-EDITION
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.
           MOVE ALL "-" TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           PERFORM 7100-REPORT-MISSING.
           PERFORM 7200-REPORT-UNMAPPED.
           PERFORM 7300-REPORT-DISTRIBUTION.

           CLOSE CONTROL-REPORT-FILE.

           WRITE-CONTROL-REPORT-END.
           *>=========================
               EXIT.

       7100-REPORT-MISSING SECTION.
       *>-------------------------------

           REPORT-MISSING-START.
           *>=====================

           MOVE "--- Eleves sans matricule (non transmis) ---" TO
               CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND
               IF WS-CAN-MATRICULE(WS-INDEX-CAND) = 0
                   MOVE SPACES TO CONTROL-REPORT-RECORD
                   STRING "  " WS-CAN-CLASSE(WS-INDEX-CAND) " "
                           WS-CAN-NOM(WS-INDEX-CAND) " "
                           WS-CAN-PRENOM(WS-INDEX-CAND)
                           " : matricule a attribuer"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
                   END-STRING
                   WRITE CONTROL-REPORT-RECORD
               END-IF
           END-PERFORM.

           MOVE "--- Eleves avec groupes de matieres manquants ---"
               TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND
               IF NOT WS-CAN-EST-COMPLET(WS-INDEX-CAND) AND
                       WS-CAN-MATRICULE(WS-INDEX-CAND) NOT = 0
                   PERFORM 7110-REPORT-ONE-MISSING
               END-IF
           END-PERFORM.

           REPORT-MISSING-END.
           *>===================
               EXIT.

       7110-REPORT-ONE-MISSING SECTION.
       *>-----------------------------------

           REPORT-ONE-MISSING-START.
           *>=========================

           MOVE SPACES TO WS-LISTE-MANQUANTS.
           MOVE 1 TO WS-PTR-MANQUANTS.
           PERFORM VARYING WS-INDEX-G FROM 1 BY 1 UNTIL
                   WS-INDEX-G > WS-NB-GROUPES
               IF WS-CAN-NB(WS-INDEX-CAND WS-INDEX-G) = 0
                   STRING WS-GRP-CODE(WS-INDEX-G) " "
                       DELIMITED BY SIZE INTO WS-LISTE-MANQUANTS
                       WITH POINTER WS-PTR-MANQUANTS
                   END-STRING
               END-IF
           END-PERFORM.

           MOVE SPACES TO CONTROL-REPORT-RECORD.
           STRING "  " WS-CAN-MATRICULE(WS-INDEX-CAND) " "
                   WS-CAN-CLASSE(WS-INDEX-CAND) " "
                   WS-CAN-NOM(WS-INDEX-CAND) " "
                   WS-CAN-PRENOM(WS-INDEX-CAND) " : "
                   WS-LISTE-MANQUANTS
               DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           END-STRING.
           WRITE CONTROL-REPORT-RECORD.

           REPORT-ONE-MISSING-END.
           *>=======================
               EXIT.

       7200-REPORT-UNMAPPED SECTION.
       *>--------------------------------

           REPORT-UNMAPPED-START.
           *>======================

           IF WS-NB-HORS = 0
               GO TO REPORT-UNMAPPED-END
           END-IF.

           MOVE "--- Matieres absentes de BREVGRP.DAT (ignorees) ---"
               TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           PERFORM VARYING WS-INDEX-HORS FROM 1 BY 1 UNTIL
                   WS-INDEX-HORS > WS-NB-HORS
               MOVE WS-HRS-NB(WS-INDEX-HORS) TO WS-EDIT-COUNT
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "  " WS-HRS-MATIERE(WS-INDEX-HORS)
                       " : " WS-EDIT-COUNT " moyenne(s)"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-PERFORM.

           REPORT-UNMAPPED-END.
           *>====================
               EXIT.

       7300-REPORT-DISTRIBUTION SECTION.
       *>------------------------------------

           REPORT-DISTRIBUTION-START.
           *>==========================

           MOVE 0 TO WS-NB-CLS.
           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-NB-CAND
               IF WS-CAN-MATRICULE(WS-INDEX-CAND) NOT = 0
                   PERFORM 7310-CUMULATE-CLASS
               END-IF
           END-PERFORM.

           MOVE "--- Repartition des points par classe ---" TO
               CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "  Classe  Eleves  0-79 80-159 160-239 240-319 "&
               "320+  Moyenne Incompl." TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.

           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CLS > WS-NB-CLS
               COMPUTE WS-CLS-MOYENNE ROUNDED =
                   WS-CLS-CUMUL(WS-INDEX-CLS) /
                   WS-CLS-NB(WS-INDEX-CLS)
               MOVE WS-CLS-MOYENNE TO WS-EDIT-MOYENNE
               PERFORM VARYING WS-INDEX-TRANCHE FROM 1 BY 1 UNTIL
                       WS-INDEX-TRANCHE > 5
                   MOVE WS-CLS-TRANCHE(WS-INDEX-CLS WS-INDEX-TRANCHE)
                       TO WS-EDIT-TRANCHE(WS-INDEX-TRANCHE)
               END-PERFORM
               MOVE WS-CLS-NB(WS-INDEX-CLS) TO WS-EDIT-TOTAL
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "  " WS-CLS-CLASSE(WS-INDEX-CLS)
                       "    " WS-EDIT-TOTAL
                       "   " WS-EDIT-TRANCHE(1)
                       "    " WS-EDIT-TRANCHE(2)
                       "     " WS-EDIT-TRANCHE(3)
                       "     " WS-EDIT-TRANCHE(4)
                       "  " WS-EDIT-TRANCHE(5)
                       "   " WS-EDIT-MOYENNE
                   DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               END-STRING
               MOVE WS-CLS-INCOMPLETS(WS-INDEX-CLS) TO WS-EDIT-TOTAL
               MOVE WS-EDIT-TOTAL TO CONTROL-REPORT-RECORD(64:3)
               WRITE CONTROL-REPORT-RECORD
           END-PERFORM.

           REPORT-DISTRIBUTION-END.
           *>========================
               EXIT.

       7310-CUMULATE-CLASS SECTION.
       *>-------------------------------

           CUMULATE-CLASS-START.
           *>=====================

           MOVE "N" TO WS-CLS-FOUND.
           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CLS > WS-NB-CLS OR WS-CLS-IS-FOUND
               IF WS-CLS-CLASSE(WS-INDEX-CLS) =
                       WS-CAN-CLASSE(WS-INDEX-CAND)
                   MOVE "Y" TO WS-CLS-FOUND
               END-IF
           END-PERFORM.
           IF WS-CLS-IS-FOUND
               SET WS-INDEX-CLS DOWN BY 1
           ELSE
               IF WS-NB-CLS NOT < 20
                   GO TO CUMULATE-CLASS-END
               END-IF
               ADD 1 TO WS-NB-CLS
               SET WS-INDEX-CLS TO WS-NB-CLS
               INITIALIZE WS-CLS-ENTRY(WS-INDEX-CLS)
               MOVE WS-CAN-CLASSE(WS-INDEX-CAND) TO
                   WS-CLS-CLASSE(WS-INDEX-CLS)
           END-IF.

           ADD 1 TO WS-CLS-NB(WS-INDEX-CLS).
           ADD WS-CAN-TOTAL(WS-INDEX-CAND) TO
               WS-CLS-CUMUL(WS-INDEX-CLS).
           IF NOT WS-CAN-EST-COMPLET(WS-INDEX-CAND)
               ADD 1 TO WS-CLS-INCOMPLETS(WS-INDEX-CLS)
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAN-TOTAL(WS-INDEX-CAND) < 80
                   MOVE 1 TO WS-INDEX-TRANCHE
               WHEN WS-CAN-TOTAL(WS-INDEX-CAND) < 160
                   MOVE 2 TO WS-INDEX-TRANCHE
               WHEN WS-CAN-TOTAL(WS-INDEX-CAND) < 240
                   MOVE 3 TO WS-INDEX-TRANCHE
               WHEN WS-CAN-TOTAL(WS-INDEX-CAND) < 320
                   MOVE 4 TO WS-INDEX-TRANCHE
               WHEN OTHER
                   MOVE 5 TO WS-INDEX-TRANCHE
           END-EVALUATE.
           ADD 1 TO WS-CLS-TRANCHE(WS-INDEX-CLS WS-INDEX-TRANCHE).

           CUMULATE-CLASS-END.
           *>===================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "BREVET-POINTS".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "BREVET-POINTS".

       END PROGRAM BREVET-POINTS.

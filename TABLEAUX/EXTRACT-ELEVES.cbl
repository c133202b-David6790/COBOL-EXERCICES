       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT-ELEVES.
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
           SELECT CRITERIA-FILE ASSIGN TO "EXTRCRIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRITERIA-FILE-STATUS.
           SELECT SUBJECT-PARM-FILE ASSIGN TO "TABLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT LETTERHEAD-FILE ASSIGN TO "TABLENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERHEAD-FILE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.
           SELECT CONSEIL-FILE ASSIGN TO "CONSEIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSEIL-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "EXTRLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT CSV-FILE ASSIGN TO "EXTRLIST.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           COPY PROFSL.
           COPY INSCSL.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

      *> Un critere par ligne : mot-cle en colonnes 1-8, valeur a
      *> partir de la colonne 9. Les mots-cles CLASSE, MENTION,
      *> DECISION et COLONNE peuvent etre repetes.
       FD  CRITERIA-FILE.
       01  CRITERIA-RECORD.
           05 EC-MOT-CLE                PIC X(8).
           05 EC-VALEUR                 PIC X(40).

       FD  SUBJECT-PARM-FILE.
       01  PARM-RECORD                  PIC 9(2).

       FD  LETTERHEAD-FILE.
       01  LETTERHEAD-RECORD            PIC X(40).

       FD  ABSENCE-FILE.
       01  ABSENCE-RECORD.
           05 AB-ID-CLASSE              PIC X(5).
           05 AB-NOM                    PIC X(12).
           05 AB-PRENOM                 PIC X(12).
           05 AB-TRIMESTRE              PIC 9.
           05 AB-DEMI-JOURNEES          PIC 9(3).
           05 AB-DEMI-J-JUSTIF          PIC 9(3).
           05 AB-MATRICULE              PIC 9(6).

       FD  CONSEIL-FILE.
       01  CONSEIL-RECORD.
           05 CD-ID-CLASSE              PIC X(5).
           05 CD-NOM                    PIC X(12).
           05 CD-PRENOM                 PIC X(12).
           05 CD-MATRICULE              PIC 9(6).
           05 CD-DECISION               PIC X(12).
           05 CD-MOTIVATION             PIC X(40).

       FD  LIST-FILE.
       01  LIST-RECORD                  PIC X(132).

       FD  CSV-FILE.
       01  CSV-RECORD                   PIC X(200).

       COPY PROFFD.

       COPY INSCFD.

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-CRITERIA-FILE-STATUS PIC X(2).
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-LETTERHEAD-FILE-STATUS PIC X(2).
       01  WS-ABSENCE-FILE-STATUS PIC X(2).
       01  WS-CONSEIL-FILE-STATUS PIC X(2).
       01  WS-LIST-FILE-STATUS PIC X(2).
       01  WS-CSV-FILE-STATUS PIC X(2).
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  WS-END-OF-MASTER VALUE "Y".
       01  WS-EOF-CRITERIA PIC X VALUE "N".
           88  WS-END-OF-CRITERIA VALUE "Y".
       01  WS-EOF-ABSENCE PIC X VALUE "N".
           88  WS-END-OF-ABSENCE VALUE "Y".
       01  WS-EOF-CONSEIL PIC X VALUE "N".
           88  WS-END-OF-CONSEIL VALUE "Y".

       01  WS-NOM-ECOLE PIC X(40) VALUE "COLLEGE".
       01  WS-DATE-COURANTE PIC X(8).
       01  WS-DATE-EDITION PIC X(10).

       01  WS-NB-MATIERES-CONFIG PIC 9(2) VALUE 10.
       01  WS-SEUIL-REUSSITE PIC 9(2) VALUE 10.
       01  WS-SEUIL-ASSEZ-BIEN PIC 9(2) VALUE 12.
       01  WS-SEUIL-BIEN PIC 9(2) VALUE 14.
       01  WS-SEUIL-TRES-BIEN PIC 9(2) VALUE 16.

      *> Criteres de selection lus dans EXTRCRIT.DAT.
       01  WS-TITRE PIC X(40) VALUE SPACES.
       01  WS-CRIT-CLASSE-TABLE.
           05 WS-CRIT-CLASSE OCCURS 10 TIMES.
               10 WS-CCL-VALEUR         PIC X(5).
               10 WS-CCL-LONG           PIC 9.
       01  WS-NB-CRIT-CLASSE PIC 9(2) VALUE 0.
       01  WS-CRIT-TRIM PIC 9 VALUE 0.
       01  WS-CRIT-MOY-ACTIF PIC X VALUE "N".
           88  WS-CRIT-MOY-EST-ACTIF VALUE "Y".
       01  WS-CRIT-MOY-MIN PIC 9(2)V99 VALUE 0.
       01  WS-CRIT-MOY-MAX PIC 9(2)V99 VALUE 20.
       01  WS-CRIT-MENTION-TABLE.
           05 WS-CRIT-MENTION OCCURS 5 TIMES PIC X(15).
       01  WS-NB-CRIT-MENTION PIC 9 VALUE 0.
       01  WS-CRIT-MATIERE PIC X(20) VALUE SPACES.
       01  WS-CRIT-NOTE-MIN PIC 9(2)V99 VALUE 0.
       01  WS-CRIT-NOTE-MAX PIC 9(2)V99 VALUE 20.
       01  WS-CRIT-ABS-MIN PIC 9(3) VALUE 0.
       01  WS-CRIT-ABS-MAX PIC 9(3) VALUE 999.
       01  WS-CRIT-NJ-MIN PIC 9(3) VALUE 0.
       01  WS-CRIT-NJ-MAX PIC 9(3) VALUE 999.
       01  WS-CRIT-DECISION-TABLE.
           05 WS-CRIT-DECISION OCCURS 5 TIMES.
               10 WS-CDC-VALEUR         PIC X(12).
               10 WS-CDC-LONG           PIC 9(2).
       01  WS-NB-CRIT-DECISION PIC 9 VALUE 0.
       01  WS-COLONNE-TABLE.
           05 WS-COLONNE OCCURS 12 TIMES PIC X(10).
       01  WS-NB-COLONNES PIC 9(2) VALUE 0.
       01  WS-CNT-CRIT-LUS PIC 9(3) VALUE 0.
       01  WS-CNT-CRIT-ERREURS PIC 9(3) VALUE 0.
       01  WS-SAISIE-VALEUR PIC X(40).
       01  WS-VALEUR-LONG PIC 9(2).

      *> Colonnes disponibles et largeur dans la liste imprimable.
       01  WS-COL-DEF-VALUES.
           05 FILLER PIC X(12) VALUE "MATRICULE 09".
           05 FILLER PIC X(12) VALUE "CLASSE    06".
           05 FILLER PIC X(12) VALUE "NOM       12".
           05 FILLER PIC X(12) VALUE "PRENOM    12".
           05 FILLER PIC X(12) VALUE "MOYENNE   07".
           05 FILLER PIC X(12) VALUE "MENTION   10".
           05 FILLER PIC X(12) VALUE "NOTE      06".
           05 FILLER PIC X(12) VALUE "ABSENCES  08".
           05 FILLER PIC X(12) VALUE "NONJUST   07".
           05 FILLER PIC X(12) VALUE "DECISION  12".
       01  WS-COL-DEF-TABLE REDEFINES WS-COL-DEF-VALUES.
           05 WS-COL-DEF OCCURS 10 TIMES INDEXED BY WS-INDEX-CDEF.
               10 WS-CDEF-CODE          PIC X(10).
               10 WS-CDEF-LARGEUR       PIC 9(2).
       01  WS-COL-FOUND PIC X VALUE "N".
           88  WS-COL-IS-FOUND VALUE "Y".
       01  WS-COL-VALEUR PIC X(20).
       01  WS-COL-LARGEUR PIC 9(2).
       01  WS-INDEX-COL PIC 9(2).

       01  WS-ABS-TABLE.
           05 WS-ABS-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-INDEX-ABS.
               10 WS-ABS-MATRICULE       PIC 9(6).
               10 WS-ABS-CLASSE          PIC X(5).
               10 WS-ABS-NOM             PIC X(12).
               10 WS-ABS-PRENOM          PIC X(12).
               10 WS-ABS-TRIM            PIC 9.
               10 WS-ABS-DEMI            PIC 9(3).
               10 WS-ABS-JUSTIF          PIC 9(3).
       01  WS-NB-ABS PIC 9(4) VALUE 0.

       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-DEC.
               10 WS-DEC-MATRICULE       PIC 9(6).
               10 WS-DEC-CLASSE          PIC X(5).
               10 WS-DEC-NOM             PIC X(12).
               10 WS-DEC-PRENOM          PIC X(12).
               10 WS-DEC-DECISION        PIC X(12).
       01  WS-NB-DEC PIC 9(4) VALUE 0.

      *> Valeurs calculees pour l'eleve courant.
       01  WS-ELV-MATRICULE PIC 9(6).
       01  WS-ELV-MOYENNE PIC 9(2)V99.
       01  WS-ELV-NOTE-PRESENTE PIC X.
           88  WS-ELV-EST-NOTE VALUE "Y".
       01  WS-ELV-MENTION PIC X(15).
       01  WS-ELV-NOTE-MAT PIC 9(2)V99.
       01  WS-ELV-MAT-PRESENTE PIC X.
           88  WS-ELV-MAT-EST-NOTEE VALUE "Y".
       01  WS-ELV-ABSENCES PIC 9(4).
       01  WS-ELV-NON-JUST PIC 9(4).
       01  WS-ELV-DECISION PIC X(12).
       01  WS-ELV-RETENU PIC X.
           88  WS-ELV-EST-RETENU VALUE "Y".

       01  WS-MOY-TRIM PIC 9(2)V99 OCCURS 3 TIMES.
       01  WS-TRIM-NOTE PIC X OCCURS 3 TIMES.
       01  WS-NOTE-MAT-TRIM PIC 9(2)V99 OCCURS 3 TIMES.
       01  WS-MAT-TRIM PIC X OCCURS 3 TIMES.
       01  WS-CUMUL-PONDERE PIC 9(5)V99.
       01  WS-CUMUL-COEFF PIC 9(3).
       01  WS-CUMUL-MOY PIC 9(3)V99.
       01  WS-NB-PERIODES PIC 9.
       01  WS-INDEX-TRIM PIC 9.
       01  WS-INDEX-NOTE PIC 9(2).
       01  WS-TRIM-DEBUT PIC 9.
       01  WS-TRIM-FIN PIC 9.
       01  WS-MATIERE-MAJ PIC X(20).
       01  WS-INDEX-CRIT PIC 9(2).
       01  WS-CLASSE-RETENUE PIC X.
           88  WS-CLASSE-EST-RETENUE VALUE "Y".

       01  WS-LIST-PTR PIC 9(3).
       01  WS-CSV-PTR PIC 9(3).
       01  WS-CNT-LUS PIC 9(5) VALUE 0.
       01  WS-CNT-RETENUS PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT PIC ZZZZ9.
       01  WS-EDIT-NOTE PIC Z9.99.
       01  WS-EDIT-ABS PIC ZZZ9.

       COPY VALNUMLK.

       COPY PROFWS.

       COPY INSCWS.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-LETTERHEAD.
           PERFORM 0600-LOAD-MENTION-PARM.
           PERFORM 1000-LOAD-CRITERIA.

           IF WS-CNT-CRIT-LUS = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "EXTRCRIT.DAT absent ou vide : aucun critere, "&
                   "extraction abandonnee."
               GO TO PROCEDURES-END
           END-IF.
           IF WS-CNT-CRIT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Criteres invalides dans EXTRCRIT.DAT : "
                   WS-CNT-CRIT-ERREURS ", extraction abandonnee."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 9255-LOAD-OPTION-GROUPS.
           PERFORM 9420-LOAD-ENROLMENTS.
           PERFORM 1500-LOAD-ABSENCES.
           PERFORM 1600-LOAD-DECISIONS.

           OPEN OUTPUT LIST-FILE.
           OPEN OUTPUT CSV-FILE.
           PERFORM 2000-WRITE-HEADINGS.
           PERFORM 3000-SCAN-MASTER.
           PERFORM 4000-WRITE-FOOTER.
           CLOSE LIST-FILE.
           CLOSE CSV-FILE.

           MOVE WS-CNT-LUS TO WS-RUN-IN.
           MOVE WS-CNT-RETENUS TO WS-RUN-OUT.
           MOVE 0 TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           MOVE WS-CNT-LUS TO WS-EDIT-COUNT.
           DISPLAY "Eleves lus dans ELEVMAST.DAT : " WS-EDIT-COUNT.
           MOVE WS-CNT-RETENUS TO WS-EDIT-COUNT.
           DISPLAY "Eleves selectionnes          : " WS-EDIT-COUNT.
           DISPLAY "Liste ecrite dans EXTRLIST.DAT et EXTRLIST.CSV.".

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

       0600-LOAD-MENTION-PARM SECTION.
       *>----------------------------------

           LOAD-MENTION-PARM-START.
           *>========================

      *> Memes seuils de mention que TABLE-EXERCICES (TABLPARM.DAT,
      *> lignes 1 a 5).
           OPEN INPUT SUBJECT-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               GO TO LOAD-MENTION-PARM-END
           END-IF.
           READ SUBJECT-PARM-FILE
               NOT AT END
                   MOVE PARM-RECORD TO WS-NB-MATIERES-CONFIG
           END-READ.
           READ SUBJECT-PARM-FILE
               NOT AT END
                   MOVE PARM-RECORD TO WS-SEUIL-REUSSITE
           END-READ.
           READ SUBJECT-PARM-FILE
               NOT AT END
                   MOVE PARM-RECORD TO WS-SEUIL-ASSEZ-BIEN
           END-READ.
           READ SUBJECT-PARM-FILE
               NOT AT END
                   MOVE PARM-RECORD TO WS-SEUIL-BIEN
           END-READ.
           READ SUBJECT-PARM-FILE
               NOT AT END
                   MOVE PARM-RECORD TO WS-SEUIL-TRES-BIEN
           END-READ.
           CLOSE SUBJECT-PARM-FILE.
           IF WS-NB-MATIERES-CONFIG = 0 OR WS-NB-MATIERES-CONFIG > 10
               MOVE 10 TO WS-NB-MATIERES-CONFIG
           END-IF.

           LOAD-MENTION-PARM-END.
           *>======================
               EXIT.

       1000-LOAD-CRITERIA SECTION.
       *>------------------------------

           LOAD-CRITERIA-START.
           *>====================

           MOVE "N" TO WS-EOF-CRITERIA.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRITERIA-FILE-STATUS NOT = "00"
               GO TO LOAD-CRITERIA-END
           END-IF.
           PERFORM UNTIL WS-END-OF-CRITERIA
               READ CRITERIA-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CRITERIA
                   NOT AT END
                       IF EC-MOT-CLE NOT = SPACES AND
                               EC-MOT-CLE(1:1) NOT = "*"
                           ADD 1 TO WS-CNT-CRIT-LUS
                           PERFORM 1100-STORE-ONE-CRITERION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRITERIA-FILE.

           IF WS-NB-COLONNES = 0
               MOVE "MATRICULE" TO WS-COLONNE(1)
               MOVE "CLASSE" TO WS-COLONNE(2)
               MOVE "NOM" TO WS-COLONNE(3)
               MOVE "PRENOM" TO WS-COLONNE(4)
               MOVE "MOYENNE" TO WS-COLONNE(5)
               MOVE 5 TO WS-NB-COLONNES
           END-IF.
           IF WS-CRIT-MATIERE = SPACES AND
                   (WS-CRIT-NOTE-MIN > 0 OR WS-CRIT-NOTE-MAX < 20)
               DISPLAY "NOTEMIN/NOTEMAX sans MATIERE."
               ADD 1 TO WS-CNT-CRIT-ERREURS
           END-IF.

           LOAD-CRITERIA-END.
           *>==================
               EXIT.

       1100-STORE-ONE-CRITERION SECTION.
       *>------------------------------------

           STORE-ONE-CRITERION-START.
           *>==========================

           MOVE FUNCTION UPPER-CASE(EC-MOT-CLE) TO EC-MOT-CLE.
           MOVE FUNCTION UPPER-CASE(EC-VALEUR) TO WS-SAISIE-VALEUR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SAISIE-VALEUR)) TO
               WS-VALEUR-LONG.

           EVALUATE EC-MOT-CLE
               WHEN "TITRE"
                   MOVE EC-VALEUR TO WS-TITRE
               WHEN "CLASSE"
                   IF WS-NB-CRIT-CLASSE >= 10 OR
                           WS-SAISIE-VALEUR = SPACES OR
                           WS-VALEUR-LONG > 5
                       PERFORM 1190-REJECT-CRITERION
                   ELSE
                       ADD 1 TO WS-NB-CRIT-CLASSE
                       MOVE WS-SAISIE-VALEUR TO
                           WS-CCL-VALEUR(WS-NB-CRIT-CLASSE)
                       MOVE WS-VALEUR-LONG TO
                           WS-CCL-LONG(WS-NB-CRIT-CLASSE)
                   END-IF
               WHEN "TRIM"
                   IF WS-SAISIE-VALEUR = "1" OR "2" OR "3"
                       MOVE WS-SAISIE-VALEUR(1:1) TO WS-CRIT-TRIM
                   ELSE
                       PERFORM 1190-REJECT-CRITERION
                   END-IF
               WHEN "MOYMIN"
                   PERFORM 1150-PARSE-NOTE
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-MOY-MIN
                       MOVE "Y" TO WS-CRIT-MOY-ACTIF
                   END-IF
               WHEN "MOYMAX"
                   PERFORM 1150-PARSE-NOTE
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-MOY-MAX
                       MOVE "Y" TO WS-CRIT-MOY-ACTIF
                   END-IF
               WHEN "MENTION"
                   IF WS-NB-CRIT-MENTION >= 5 OR
                           (WS-SAISIE-VALEUR NOT = "ECHEC" AND
                           WS-SAISIE-VALEUR NOT = "PASSABLE" AND
                           WS-SAISIE-VALEUR NOT = "ASSEZ BIEN" AND
                           WS-SAISIE-VALEUR NOT = "BIEN" AND
                           WS-SAISIE-VALEUR NOT = "TRES BIEN")
                       PERFORM 1190-REJECT-CRITERION
                   ELSE
                       ADD 1 TO WS-NB-CRIT-MENTION
                       MOVE WS-SAISIE-VALEUR TO
                           WS-CRIT-MENTION(WS-NB-CRIT-MENTION)
                   END-IF
               WHEN "MATIERE"
                   IF WS-SAISIE-VALEUR = SPACES
                       PERFORM 1190-REJECT-CRITERION
                   ELSE
                       MOVE WS-SAISIE-VALEUR TO WS-CRIT-MATIERE
                   END-IF
               WHEN "NOTEMIN"
                   PERFORM 1150-PARSE-NOTE
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-NOTE-MIN
                   END-IF
               WHEN "NOTEMAX"
                   PERFORM 1150-PARSE-NOTE
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-NOTE-MAX
                   END-IF
               WHEN "ABSMIN"
                   PERFORM 1160-PARSE-DEMI-JOURNEES
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-ABS-MIN
                   END-IF
               WHEN "ABSMAX"
                   PERFORM 1160-PARSE-DEMI-JOURNEES
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-ABS-MAX
                   END-IF
               WHEN "NJMIN"
                   PERFORM 1160-PARSE-DEMI-JOURNEES
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-NJ-MIN
                   END-IF
               WHEN "NJMAX"
                   PERFORM 1160-PARSE-DEMI-JOURNEES
                   IF VAL-EST-VALIDE
                       MOVE VAL-VALEUR-NUM TO WS-CRIT-NJ-MAX
                   END-IF
               WHEN "DECISION"
                   IF WS-NB-CRIT-DECISION >= 5 OR
                           WS-SAISIE-VALEUR = SPACES OR
                           WS-VALEUR-LONG > 12
                       PERFORM 1190-REJECT-CRITERION
                   ELSE
                       ADD 1 TO WS-NB-CRIT-DECISION
                       MOVE WS-SAISIE-VALEUR TO
                           WS-CDC-VALEUR(WS-NB-CRIT-DECISION)
                       MOVE WS-VALEUR-LONG TO
                           WS-CDC-LONG(WS-NB-CRIT-DECISION)
                   END-IF
               WHEN "COLONNE"
                   PERFORM 1170-STORE-COLONNE
               WHEN OTHER
                   PERFORM 1190-REJECT-CRITERION
           END-EVALUATE.

           STORE-ONE-CRITERION-END.
           *>========================
               EXIT.

       1150-PARSE-NOTE SECTION.
       *>---------------------------

           PARSE-NOTE-START.
           *>=================

           MOVE SPACES TO VAL-VALEUR-TEXTE.
           MOVE WS-SAISIE-VALEUR TO VAL-VALEUR-TEXTE.
           MOVE "O" TO VAL-EXIGE-NUMERIQUE.
           MOVE "N" TO VAL-AUTORISE-SIGNE.
           MOVE "O" TO VAL-AUTORISE-DECIMALES.
           MOVE "O" TO VAL-APPLIQUE-PLAGE.
           MOVE 0 TO VAL-PLAGE-MIN.
           MOVE 20 TO VAL-PLAGE-MAX.
           CALL "VALIDE-NOMBRE" USING VALIDATION-ZONE.
           IF VAL-EST-REJETE
               PERFORM 1190-REJECT-CRITERION
           END-IF.

           PARSE-NOTE-END.
           *>===============
               EXIT.

       1160-PARSE-DEMI-JOURNEES SECTION.
       *>------------------------------------

           PARSE-DEMI-JOURNEES-START.
           *>==========================

           MOVE SPACES TO VAL-VALEUR-TEXTE.
           MOVE WS-SAISIE-VALEUR TO VAL-VALEUR-TEXTE.
           MOVE "O" TO VAL-EXIGE-NUMERIQUE.
           MOVE "N" TO VAL-AUTORISE-SIGNE.
           MOVE "N" TO VAL-AUTORISE-DECIMALES.
           MOVE "O" TO VAL-APPLIQUE-PLAGE.
           MOVE 0 TO VAL-PLAGE-MIN.
           MOVE 999 TO VAL-PLAGE-MAX.
           CALL "VALIDE-NOMBRE" USING VALIDATION-ZONE.
           IF VAL-EST-REJETE
               PERFORM 1190-REJECT-CRITERION
           END-IF.

           PARSE-DEMI-JOURNEES-END.
           *>========================
               EXIT.

       1170-STORE-COLONNE SECTION.
       *>------------------------------

           STORE-COLONNE-START.
           *>====================

           MOVE "N" TO WS-COL-FOUND.
           PERFORM VARYING WS-INDEX-CDEF FROM 1 BY 1 UNTIL
                   WS-INDEX-CDEF > 10
               IF WS-CDEF-CODE(WS-INDEX-CDEF) = WS-SAISIE-VALEUR
                   MOVE "Y" TO WS-COL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-COL-IS-FOUND OR WS-NB-COLONNES >= 12
               PERFORM 1190-REJECT-CRITERION
               GO TO STORE-COLONNE-END
           END-IF.
           ADD 1 TO WS-NB-COLONNES.
           MOVE WS-SAISIE-VALEUR TO WS-COLONNE(WS-NB-COLONNES).

           STORE-COLONNE-END.
           *>==================
               EXIT.

       1190-REJECT-CRITERION SECTION.
       *>---------------------------------

           REJECT-CRITERION-START.
           *>=======================

           ADD 1 TO WS-CNT-CRIT-ERREURS.
           DISPLAY "Critere invalide : " EC-MOT-CLE " "
               FUNCTION TRIM(EC-VALEUR).

           REJECT-CRITERION-END.
           *>=====================
               EXIT.

       1500-LOAD-ABSENCES SECTION.
       *>------------------------------

           LOAD-ABSENCES-START.
           *>====================

           MOVE 0 TO WS-NB-ABS.
           MOVE "N" TO WS-EOF-ABSENCE.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Pas de ABSENCES.DAT: absences a zero."
               GO TO LOAD-ABSENCES-END
           END-IF.
           PERFORM UNTIL WS-END-OF-ABSENCE
               READ ABSENCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-ABSENCE
                   NOT AT END
                       IF AB-TRIMESTRE IS NUMERIC AND
                               AB-TRIMESTRE >= 1 AND
                               AB-TRIMESTRE <= 3 AND
                               AB-DEMI-JOURNEES IS NUMERIC AND
                               AB-DEMI-J-JUSTIF IS NUMERIC
                           PERFORM 1510-STORE-ONE-ABSENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-FILE.

           LOAD-ABSENCES-END.
           *>==================
               EXIT.

       1510-STORE-ONE-ABSENCE SECTION.
       *>----------------------------------

           STORE-ONE-ABSENCE-START.
           *>========================

           IF WS-NB-ABS >= 3000
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Table des absences pleine (3000), absence "&
                   "ignoree: " AB-NOM " " AB-PRENOM
               GO TO STORE-ONE-ABSENCE-END
           END-IF.
           ADD 1 TO WS-NB-ABS.
           SET WS-INDEX-ABS TO WS-NB-ABS.
           IF AB-MATRICULE IS NUMERIC
               MOVE AB-MATRICULE TO WS-ABS-MATRICULE(WS-INDEX-ABS)
           ELSE
               MOVE 0 TO WS-ABS-MATRICULE(WS-INDEX-ABS)
           END-IF.
           MOVE AB-ID-CLASSE TO WS-ABS-CLASSE(WS-INDEX-ABS).
           MOVE AB-NOM TO WS-ABS-NOM(WS-INDEX-ABS).
           MOVE AB-PRENOM TO WS-ABS-PRENOM(WS-INDEX-ABS).
           MOVE AB-TRIMESTRE TO WS-ABS-TRIM(WS-INDEX-ABS).
           MOVE AB-DEMI-JOURNEES TO WS-ABS-DEMI(WS-INDEX-ABS).
           MOVE AB-DEMI-J-JUSTIF TO WS-ABS-JUSTIF(WS-INDEX-ABS).

           STORE-ONE-ABSENCE-END.
           *>======================
               EXIT.

       1600-LOAD-DECISIONS SECTION.
       *>-------------------------------

           LOAD-DECISIONS-START.
           *>=====================

           MOVE 0 TO WS-NB-DEC.
           MOVE "N" TO WS-EOF-CONSEIL.
           OPEN INPUT CONSEIL-FILE.
           IF WS-CONSEIL-FILE-STATUS NOT = "00"
               DISPLAY "Pas de CONSEIL.DAT: aucune decision."
               GO TO LOAD-DECISIONS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-CONSEIL OR WS-NB-DEC >= 2000
               READ CONSEIL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CONSEIL
                   NOT AT END
                       ADD 1 TO WS-NB-DEC
                       SET WS-INDEX-DEC TO WS-NB-DEC
                       IF CD-MATRICULE IS NUMERIC
                           MOVE CD-MATRICULE TO
                               WS-DEC-MATRICULE(WS-INDEX-DEC)
                       ELSE
                           MOVE 0 TO WS-DEC-MATRICULE(WS-INDEX-DEC)
                       END-IF
                       MOVE CD-ID-CLASSE TO WS-DEC-CLASSE(WS-INDEX-DEC)
                       MOVE CD-NOM TO WS-DEC-NOM(WS-INDEX-DEC)
                       MOVE CD-PRENOM TO WS-DEC-PRENOM(WS-INDEX-DEC)
                       MOVE FUNCTION UPPER-CASE(CD-DECISION) TO
                           WS-DEC-DECISION(WS-INDEX-DEC)
               END-READ
           END-PERFORM.
           CLOSE CONSEIL-FILE.

           LOAD-DECISIONS-END.
           *>===================
               EXIT.

       2000-WRITE-HEADINGS SECTION.
       *>-------------------------------

           WRITE-HEADINGS-START.
           *>=====================

           MOVE SPACES TO LIST-RECORD.
           STRING WS-NOM-ECOLE " - extraction du " WS-DATE-EDITION
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.
           IF WS-TITRE NOT = SPACES
               MOVE SPACES TO LIST-RECORD
               MOVE WS-TITRE TO LIST-RECORD
               WRITE LIST-RECORD
           END-IF.
           PERFORM 2100-WRITE-CRITERIA-ECHO.
           MOVE SPACES TO LIST-RECORD.
           WRITE LIST-RECORD.

           MOVE SPACES TO LIST-RECORD.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-LIST-PTR.
           MOVE 1 TO WS-CSV-PTR.
           PERFORM VARYING WS-INDEX-COL FROM 1 BY 1 UNTIL
                   WS-INDEX-COL > WS-NB-COLONNES
               PERFORM 3550-FIND-COLUMN-WIDTH
               MOVE WS-COLONNE(WS-INDEX-COL) TO WS-COL-VALEUR
               PERFORM 3600-APPEND-COLUMN
           END-PERFORM.
           WRITE LIST-RECORD.
           WRITE CSV-RECORD.

           MOVE ALL "-" TO LIST-RECORD.
           IF WS-LIST-PTR < 132
               MOVE SPACES TO LIST-RECORD(WS-LIST-PTR:)
           END-IF.
           WRITE LIST-RECORD.

           WRITE-HEADINGS-END.
           *>===================
               EXIT.

       2100-WRITE-CRITERIA-ECHO SECTION.
       *>------------------------------------

           WRITE-CRITERIA-ECHO-START.
           *>==========================

           MOVE SPACES TO LIST-RECORD.
           IF WS-CRIT-TRIM = 0
               MOVE "Periode   : annee complete" TO LIST-RECORD
           ELSE
               STRING "Periode   : trimestre " WS-CRIT-TRIM
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
           END-IF.
           WRITE LIST-RECORD.

           IF WS-NB-CRIT-CLASSE > 0
               MOVE SPACES TO LIST-RECORD
               MOVE "Classes   :" TO LIST-RECORD
               MOVE 13 TO WS-LIST-PTR
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-CLASSE
                   STRING WS-CCL-VALEUR(WS-INDEX-CRIT) " "
                       DELIMITED BY SIZE INTO LIST-RECORD
                       WITH POINTER WS-LIST-PTR
                   END-STRING
               END-PERFORM
               WRITE LIST-RECORD
           END-IF.

           IF WS-CRIT-MOY-EST-ACTIF
               MOVE SPACES TO LIST-RECORD
               MOVE WS-CRIT-MOY-MIN TO WS-EDIT-NOTE
               STRING "Moyenne   : de " WS-EDIT-NOTE
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               MOVE WS-CRIT-MOY-MAX TO WS-EDIT-NOTE
               MOVE " a " TO LIST-RECORD(21:3)
               MOVE WS-EDIT-NOTE TO LIST-RECORD(24:5)
               WRITE LIST-RECORD
           END-IF.

           IF WS-NB-CRIT-MENTION > 0
               MOVE SPACES TO LIST-RECORD
               MOVE "Mentions  :" TO LIST-RECORD
               MOVE 13 TO WS-LIST-PTR
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-MENTION
                   STRING FUNCTION TRIM(WS-CRIT-MENTION(WS-INDEX-CRIT))
                           " "
                       DELIMITED BY SIZE INTO LIST-RECORD
                       WITH POINTER WS-LIST-PTR
                   END-STRING
               END-PERFORM
               WRITE LIST-RECORD
           END-IF.

           IF WS-CRIT-MATIERE NOT = SPACES
               MOVE SPACES TO LIST-RECORD
               MOVE WS-CRIT-NOTE-MIN TO WS-EDIT-NOTE
               STRING "Matiere   : " WS-CRIT-MATIERE
                       " note de " WS-EDIT-NOTE
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               MOVE WS-CRIT-NOTE-MAX TO WS-EDIT-NOTE
               MOVE " a " TO LIST-RECORD(47:3)
               MOVE WS-EDIT-NOTE TO LIST-RECORD(50:5)
               WRITE LIST-RECORD
           END-IF.

           IF WS-CRIT-ABS-MIN > 0 OR WS-CRIT-ABS-MAX < 999
               MOVE SPACES TO LIST-RECORD
               STRING "Absences  : de " WS-CRIT-ABS-MIN " a "
                       WS-CRIT-ABS-MAX " demi-journees"
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               WRITE LIST-RECORD
           END-IF.

           IF WS-CRIT-NJ-MIN > 0 OR WS-CRIT-NJ-MAX < 999
               MOVE SPACES TO LIST-RECORD
               STRING "Non just. : de " WS-CRIT-NJ-MIN " a "
                       WS-CRIT-NJ-MAX " demi-journees"
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               WRITE LIST-RECORD
           END-IF.

           IF WS-NB-CRIT-DECISION > 0
               MOVE SPACES TO LIST-RECORD
               MOVE "Decisions :" TO LIST-RECORD
               MOVE 13 TO WS-LIST-PTR
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-DECISION
                   STRING FUNCTION TRIM(WS-CDC-VALEUR(WS-INDEX-CRIT))
                           " "
                       DELIMITED BY SIZE INTO LIST-RECORD
                       WITH POINTER WS-LIST-PTR
                   END-STRING
               END-PERFORM
               WRITE LIST-RECORD
           END-IF.

           WRITE-CRITERIA-ECHO-END.
           *>========================
               EXIT.

       3000-SCAN-MASTER SECTION.
       *>----------------------------

           SCAN-MASTER-START.
           *>==================

           MOVE "N" TO WS-EOF-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Pas de fichier maitre ELEVMAST.DAT."
               GO TO SCAN-MASTER-END
           END-IF.

      *> Liste dans l'ordre classe/nom (cle secondaire).
           MOVE LOW-VALUES TO MST-CLASSE-NOM.
           START MASTER-FILE KEY IS NOT LESS THAN MST-CLASSE-NOM
               INVALID KEY
                   MOVE "Y" TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       ADD 1 TO WS-CNT-LUS
                       PERFORM 3100-EVALUATE-ONE-STUDENT
                       IF WS-ELV-EST-RETENU
                           ADD 1 TO WS-CNT-RETENUS
                           PERFORM 3500-WRITE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

           SCAN-MASTER-END.
           *>================
               EXIT.

       3100-EVALUATE-ONE-STUDENT SECTION.
       *>-------------------------------------

           EVALUATE-ONE-STUDENT-START.
           *>===========================

      *> Les criteres sont cumulatifs ; les valeurs repetees d'un
      *> meme critere (classes, mentions, decisions) sont des choix.
           MOVE "N" TO WS-ELV-RETENU.
           IF MST-MATRICULE IS NUMERIC
               MOVE MST-MATRICULE TO WS-ELV-MATRICULE
           ELSE
               MOVE 0 TO WS-ELV-MATRICULE
           END-IF.

           IF WS-NB-CRIT-CLASSE > 0
               MOVE "N" TO WS-CLASSE-RETENUE
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-CLASSE
                   IF MST-ID-CLASSE(1:WS-CCL-LONG(WS-INDEX-CRIT)) =
                           WS-CCL-VALEUR(WS-INDEX-CRIT)
                               (1:WS-CCL-LONG(WS-INDEX-CRIT))
                       MOVE "Y" TO WS-CLASSE-RETENUE
                   END-IF
               END-PERFORM
               IF NOT WS-CLASSE-EST-RETENUE
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.

           PERFORM 3200-COMPUTE-AVERAGES.
           IF WS-CRIT-MOY-EST-ACTIF OR WS-NB-CRIT-MENTION > 0
               IF NOT WS-ELV-EST-NOTE
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.
           IF WS-CRIT-MOY-EST-ACTIF
               IF WS-ELV-MOYENNE < WS-CRIT-MOY-MIN OR
                       WS-ELV-MOYENNE > WS-CRIT-MOY-MAX
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.
           IF WS-NB-CRIT-MENTION > 0
               MOVE "N" TO WS-CLASSE-RETENUE
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-MENTION
                   IF WS-CRIT-MENTION(WS-INDEX-CRIT) = WS-ELV-MENTION
                       MOVE "Y" TO WS-CLASSE-RETENUE
                   END-IF
               END-PERFORM
               IF NOT WS-CLASSE-EST-RETENUE
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.

           IF WS-CRIT-MATIERE NOT = SPACES
               IF NOT WS-ELV-MAT-EST-NOTEE OR
                       WS-ELV-NOTE-MAT < WS-CRIT-NOTE-MIN OR
                       WS-ELV-NOTE-MAT > WS-CRIT-NOTE-MAX
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.

           PERFORM 3300-COMPUTE-ABSENCES.
           IF WS-ELV-ABSENCES < WS-CRIT-ABS-MIN OR
                   WS-ELV-ABSENCES > WS-CRIT-ABS-MAX OR
                   WS-ELV-NON-JUST < WS-CRIT-NJ-MIN OR
                   WS-ELV-NON-JUST > WS-CRIT-NJ-MAX
               GO TO EVALUATE-ONE-STUDENT-END
           END-IF.

           PERFORM 3400-FIND-DECISION.
           IF WS-NB-CRIT-DECISION > 0
               MOVE "N" TO WS-CLASSE-RETENUE
               PERFORM VARYING WS-INDEX-CRIT FROM 1 BY 1 UNTIL
                       WS-INDEX-CRIT > WS-NB-CRIT-DECISION
                   IF WS-ELV-DECISION(1:WS-CDC-LONG(WS-INDEX-CRIT)) =
                           WS-CDC-VALEUR(WS-INDEX-CRIT)
                               (1:WS-CDC-LONG(WS-INDEX-CRIT))
                       MOVE "Y" TO WS-CLASSE-RETENUE
                   END-IF
               END-PERFORM
               IF NOT WS-CLASSE-EST-RETENUE
                   GO TO EVALUATE-ONE-STUDENT-END
               END-IF
           END-IF.

           MOVE "Y" TO WS-ELV-RETENU.

           EVALUATE-ONE-STUDENT-END.
           *>=========================
               EXIT.

       3200-COMPUTE-AVERAGES SECTION.
       *>---------------------------------

           COMPUTE-AVERAGES-START.
           *>=======================

      *> Moyenne de trimestre ponderee par les coefficients, moyenne
      *> annuelle = moyenne des trimestres notes, comme au bulletin.
      *> Une note de matiere d'option non suivie est ecartee.
           MOVE MST-ID-CLASSE TO WS-INSC-LOOKUP-CLASSE.
           MOVE WS-ELV-MATRICULE TO WS-INSC-LOOKUP-MATRICULE.
           MOVE SPACES TO WS-INSC-LOOKUP-CODE.
           PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                   WS-INDEX-TRIM > 3
               MOVE 0 TO WS-CUMUL-PONDERE
               MOVE 0 TO WS-CUMUL-COEFF
               MOVE 0 TO WS-MOY-TRIM(WS-INDEX-TRIM)
               MOVE "N" TO WS-TRIM-NOTE(WS-INDEX-TRIM)
               MOVE 0 TO WS-NOTE-MAT-TRIM(WS-INDEX-TRIM)
               MOVE "N" TO WS-MAT-TRIM(WS-INDEX-TRIM)
               PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                       WS-INDEX-NOTE > MST-NB-NOTES(WS-INDEX-TRIM) OR
                       WS-INDEX-NOTE > WS-NB-MATIERES-CONFIG
                   IF MST-NOTE-FLAG(WS-INDEX-TRIM WS-INDEX-NOTE)
                           NOT = "N" AND
                           MST-NOTE(WS-INDEX-TRIM WS-INDEX-NOTE)
                               IS NUMERIC AND
                           MST-COEFF(WS-INDEX-TRIM WS-INDEX-NOTE)
                               IS NUMERIC
                       PERFORM 3210-CUMULATE-ONE-NOTE
                   END-IF
               END-PERFORM
               IF WS-CUMUL-COEFF > 0
                   COMPUTE WS-MOY-TRIM(WS-INDEX-TRIM) =
                       WS-CUMUL-PONDERE / WS-CUMUL-COEFF
                   MOVE "Y" TO WS-TRIM-NOTE(WS-INDEX-TRIM)
               END-IF
           END-PERFORM.

           IF WS-CRIT-TRIM > 0
               MOVE WS-CRIT-TRIM TO WS-TRIM-DEBUT
               MOVE WS-CRIT-TRIM TO WS-TRIM-FIN
           ELSE
               MOVE 1 TO WS-TRIM-DEBUT
               MOVE 3 TO WS-TRIM-FIN
           END-IF.

           MOVE 0 TO WS-CUMUL-MOY.
           MOVE 0 TO WS-NB-PERIODES.
           PERFORM VARYING WS-INDEX-TRIM FROM WS-TRIM-DEBUT BY 1
                   UNTIL WS-INDEX-TRIM > WS-TRIM-FIN
               IF WS-TRIM-NOTE(WS-INDEX-TRIM) = "Y"
                   ADD WS-MOY-TRIM(WS-INDEX-TRIM) TO WS-CUMUL-MOY
                   ADD 1 TO WS-NB-PERIODES
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ELV-MOYENNE.
           MOVE "N" TO WS-ELV-NOTE-PRESENTE.
           IF WS-NB-PERIODES > 0
               COMPUTE WS-ELV-MOYENNE = WS-CUMUL-MOY / WS-NB-PERIODES
               MOVE "Y" TO WS-ELV-NOTE-PRESENTE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ELV-MOYENNE < WS-SEUIL-REUSSITE
                   MOVE "ECHEC" TO WS-ELV-MENTION
               WHEN WS-ELV-MOYENNE < WS-SEUIL-ASSEZ-BIEN
                   MOVE "PASSABLE" TO WS-ELV-MENTION
               WHEN WS-ELV-MOYENNE < WS-SEUIL-BIEN
                   MOVE "ASSEZ BIEN" TO WS-ELV-MENTION
               WHEN WS-ELV-MOYENNE < WS-SEUIL-TRES-BIEN
                   MOVE "BIEN" TO WS-ELV-MENTION
               WHEN OTHER
                   MOVE "TRES BIEN" TO WS-ELV-MENTION
           END-EVALUATE.
           IF NOT WS-ELV-EST-NOTE
               MOVE SPACES TO WS-ELV-MENTION
           END-IF.

           MOVE 0 TO WS-CUMUL-MOY.
           MOVE 0 TO WS-NB-PERIODES.
           PERFORM VARYING WS-INDEX-TRIM FROM WS-TRIM-DEBUT BY 1
                   UNTIL WS-INDEX-TRIM > WS-TRIM-FIN
               IF WS-MAT-TRIM(WS-INDEX-TRIM) = "Y"
                   ADD WS-NOTE-MAT-TRIM(WS-INDEX-TRIM) TO WS-CUMUL-MOY
                   ADD 1 TO WS-NB-PERIODES
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ELV-NOTE-MAT.
           MOVE "N" TO WS-ELV-MAT-PRESENTE.
           IF WS-NB-PERIODES > 0
               COMPUTE WS-ELV-NOTE-MAT = WS-CUMUL-MOY / WS-NB-PERIODES
               MOVE "Y" TO WS-ELV-MAT-PRESENTE
           END-IF.

           COMPUTE-AVERAGES-END.
           *>=====================
               EXIT.

       3210-CUMULATE-ONE-NOTE SECTION.
       *>----------------------------------

           CUMULATE-ONE-NOTE-START.
           *>========================

           MOVE FUNCTION UPPER-CASE(MST-MATIERE(WS-INDEX-TRIM
               WS-INDEX-NOTE)) TO WS-MATIERE-MAJ.
           MOVE WS-MATIERE-MAJ TO WS-INSC-LOOKUP-MATIERE.
           PERFORM 9430-CHECK-ENROLMENT.
           IF NOT WS-INSC-EST-INSCRIT
               GO TO CUMULATE-ONE-NOTE-END
           END-IF.

           COMPUTE WS-CUMUL-PONDERE = WS-CUMUL-PONDERE +
               MST-NOTE(WS-INDEX-TRIM WS-INDEX-NOTE) *
               MST-COEFF(WS-INDEX-TRIM WS-INDEX-NOTE).
           ADD MST-COEFF(WS-INDEX-TRIM WS-INDEX-NOTE) TO
               WS-CUMUL-COEFF.
           IF WS-CRIT-MATIERE NOT = SPACES AND
                   WS-MATIERE-MAJ = WS-CRIT-MATIERE AND
                   WS-MAT-TRIM(WS-INDEX-TRIM) = "N"
               MOVE MST-NOTE(WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-NOTE-MAT-TRIM(WS-INDEX-TRIM)
               MOVE "Y" TO WS-MAT-TRIM(WS-INDEX-TRIM)
           END-IF.

           CUMULATE-ONE-NOTE-END.
           *>======================
               EXIT.

       3300-COMPUTE-ABSENCES SECTION.
       *>---------------------------------

           COMPUTE-ABSENCES-START.
           *>=======================

           MOVE 0 TO WS-ELV-ABSENCES.
           MOVE 0 TO WS-ELV-NON-JUST.
           PERFORM VARYING WS-INDEX-ABS FROM 1 BY 1 UNTIL
                   WS-INDEX-ABS > WS-NB-ABS
               IF WS-ABS-TRIM(WS-INDEX-ABS) >= WS-TRIM-DEBUT AND
                       WS-ABS-TRIM(WS-INDEX-ABS) <= WS-TRIM-FIN AND
                       ((WS-ELV-MATRICULE > 0 AND
                       WS-ABS-MATRICULE(WS-INDEX-ABS) =
                           WS-ELV-MATRICULE)
                       OR
                       ((WS-ELV-MATRICULE = 0 OR
                       WS-ABS-MATRICULE(WS-INDEX-ABS) = 0) AND
                       WS-ABS-CLASSE(WS-INDEX-ABS) = MST-ID-CLASSE AND
                       WS-ABS-NOM(WS-INDEX-ABS) = MST-NOM AND
                       WS-ABS-PRENOM(WS-INDEX-ABS) = MST-PRENOM))
                   ADD WS-ABS-DEMI(WS-INDEX-ABS) TO WS-ELV-ABSENCES
                   IF WS-ABS-DEMI(WS-INDEX-ABS) >
                           WS-ABS-JUSTIF(WS-INDEX-ABS)
                       COMPUTE WS-ELV-NON-JUST = WS-ELV-NON-JUST +
                           WS-ABS-DEMI(WS-INDEX-ABS) -
                           WS-ABS-JUSTIF(WS-INDEX-ABS)
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE-ABSENCES-END.
           *>=====================
               EXIT.

       3400-FIND-DECISION SECTION.
       *>------------------------------

           FIND-DECISION-START.
           *>====================

           MOVE SPACES TO WS-ELV-DECISION.
           PERFORM VARYING WS-INDEX-DEC FROM 1 BY 1 UNTIL
                   WS-INDEX-DEC > WS-NB-DEC
               IF (WS-ELV-MATRICULE > 0 AND
                       WS-DEC-MATRICULE(WS-INDEX-DEC) =
                           WS-ELV-MATRICULE)
                       OR
                       ((WS-ELV-MATRICULE = 0 OR
                       WS-DEC-MATRICULE(WS-INDEX-DEC) = 0) AND
                       WS-DEC-CLASSE(WS-INDEX-DEC) = MST-ID-CLASSE AND
                       WS-DEC-NOM(WS-INDEX-DEC) = MST-NOM AND
                       WS-DEC-PRENOM(WS-INDEX-DEC) = MST-PRENOM)
                   MOVE WS-DEC-DECISION(WS-INDEX-DEC) TO
                       WS-ELV-DECISION
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-DECISION-END.
           *>==================
               EXIT.

       3500-WRITE-ONE-STUDENT SECTION.
       *>----------------------------------

           WRITE-ONE-STUDENT-START.
           *>========================

      *> Les absences et la decision ne sont calculees que si les
      *> criteres precedents ont retenu l'eleve : on les complete
      *> ici pour l'affichage.
           PERFORM 3300-COMPUTE-ABSENCES.
           PERFORM 3400-FIND-DECISION.

           MOVE SPACES TO LIST-RECORD.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-LIST-PTR.
           MOVE 1 TO WS-CSV-PTR.
           PERFORM VARYING WS-INDEX-COL FROM 1 BY 1 UNTIL
                   WS-INDEX-COL > WS-NB-COLONNES
               PERFORM 3550-FIND-COLUMN-WIDTH
               PERFORM 3510-FORMAT-COLUMN
               PERFORM 3600-APPEND-COLUMN
           END-PERFORM.
           WRITE LIST-RECORD.
           WRITE CSV-RECORD.

           WRITE-ONE-STUDENT-END.
           *>======================
               EXIT.

       3510-FORMAT-COLUMN SECTION.
       *>------------------------------

           FORMAT-COLUMN-START.
           *>====================

           MOVE SPACES TO WS-COL-VALEUR.
           EVALUATE WS-COLONNE(WS-INDEX-COL)
               WHEN "MATRICULE"
                   MOVE WS-ELV-MATRICULE TO WS-COL-VALEUR
               WHEN "CLASSE"
                   MOVE MST-ID-CLASSE TO WS-COL-VALEUR
               WHEN "NOM"
                   MOVE MST-NOM TO WS-COL-VALEUR
               WHEN "PRENOM"
                   MOVE MST-PRENOM TO WS-COL-VALEUR
               WHEN "MOYENNE"
                   IF WS-ELV-EST-NOTE
                       MOVE WS-ELV-MOYENNE TO WS-EDIT-NOTE
                       MOVE WS-EDIT-NOTE TO WS-COL-VALEUR
                   END-IF
               WHEN "MENTION"
                   MOVE WS-ELV-MENTION TO WS-COL-VALEUR
               WHEN "NOTE"
                   IF WS-ELV-MAT-EST-NOTEE
                       MOVE WS-ELV-NOTE-MAT TO WS-EDIT-NOTE
                       MOVE WS-EDIT-NOTE TO WS-COL-VALEUR
                   END-IF
               WHEN "ABSENCES"
                   MOVE WS-ELV-ABSENCES TO WS-EDIT-ABS
                   MOVE WS-EDIT-ABS TO WS-COL-VALEUR
               WHEN "NONJUST"
                   MOVE WS-ELV-NON-JUST TO WS-EDIT-ABS
                   MOVE WS-EDIT-ABS TO WS-COL-VALEUR
               WHEN "DECISION"
                   MOVE WS-ELV-DECISION TO WS-COL-VALEUR
           END-EVALUATE.

           FORMAT-COLUMN-END.
           *>==================
               EXIT.

       3550-FIND-COLUMN-WIDTH SECTION.
       *>----------------------------------

           FIND-COLUMN-WIDTH-START.
           *>========================

           MOVE 10 TO WS-COL-LARGEUR.
           PERFORM VARYING WS-INDEX-CDEF FROM 1 BY 1 UNTIL
                   WS-INDEX-CDEF > 10
               IF WS-CDEF-CODE(WS-INDEX-CDEF) =
                       WS-COLONNE(WS-INDEX-COL)
                   MOVE WS-CDEF-LARGEUR(WS-INDEX-CDEF) TO
                       WS-COL-LARGEUR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-COLUMN-WIDTH-END.
           *>======================
               EXIT.

       3600-APPEND-COLUMN SECTION.
       *>------------------------------

           APPEND-COLUMN-START.
           *>====================

           IF WS-LIST-PTR + WS-COL-LARGEUR <= 132
               STRING WS-COL-VALEUR(1:WS-COL-LARGEUR) " "
                   DELIMITED BY SIZE INTO LIST-RECORD
                   WITH POINTER WS-LIST-PTR
               END-STRING
           END-IF.
           IF WS-INDEX-COL > 1
               STRING "," DELIMITED BY SIZE INTO CSV-RECORD
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.
           IF WS-COL-VALEUR NOT = SPACES
               STRING FUNCTION TRIM(WS-COL-VALEUR)
                   DELIMITED BY SIZE INTO CSV-RECORD
                   WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

           APPEND-COLUMN-END.
           *>==================
               EXIT.

       4000-WRITE-FOOTER SECTION.
       *>-----------------------------

           WRITE-FOOTER-START.
           *>===================

           MOVE SPACES TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE WS-CNT-RETENUS TO WS-EDIT-COUNT.
           MOVE SPACES TO LIST-RECORD.
           STRING "Eleves selectionnes : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           MOVE WS-CNT-LUS TO WS-EDIT-COUNT.
           STRING " sur " WS-EDIT-COUNT " lus."
               DELIMITED BY SIZE INTO LIST-RECORD(28:)
           END-STRING.
           WRITE LIST-RECORD.

           WRITE-FOOTER-END.
           *>=================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "EXTRACT-ELEVES".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "EXTRACT-ELEVES".

       COPY PROFPR.

       COPY INSCPR.

       END PROGRAM EXTRACT-ELEVES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITE.
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
           SELECT GENERIC-FILE ASSIGN USING WS-GENERIC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERIC-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "INTGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

       FD  GENERIC-FILE.
       01  GENERIC-RECORD               PIC X(200).

      *> O = toute anomalie met l'etape en erreur et arrete le plan
      *> d'exploitation avant le calcul des bulletins.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 IP-BLOQUANT               PIC X.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD      PIC X(120).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-GENERIC-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-GENERIC-FILE-NAME PIC X(12).
       01  WS-EOF-GENERIC PIC X VALUE "N".
           88  WS-END-OF-GENERIC VALUE "Y".
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  WS-END-OF-MASTER VALUE "Y".

       01  WS-BLOQUANT PIC X VALUE "N".
           88  WS-EST-BLOQUANT VALUE "O".
       01  WS-DATE-COURANTE PIC 9(8).

      *> Identite de chaque fiche maitre, dans l'ordre des
      *> matricules, et ce que les fichiers plats en disent.
       01  WS-MASTER-TABLE.
           05 WS-MTB-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-MTB.
               10 WS-MTB-MATRICULE       PIC 9(6).
               10 WS-MTB-CLASSE          PIC X(5).
               10 WS-MTB-NOM             PIC X(12).
               10 WS-MTB-PRENOM          PIC X(12).
               10 WS-MTB-NB-NOTES        PIC 9(3).
               10 WS-MTB-NB-LIGNES       PIC 9(5).
               10 WS-MTB-RESPONSABLE     PIC X.
       01  WS-MASTER-COUNT PIC 9(4) VALUE 0.
       01  WS-MASTER-FOUND PIC X VALUE "N".
           88  WS-MASTER-IS-FOUND VALUE "Y".
       01  WS-ELEVES-PRESENT PIC X VALUE "N".
           88  WS-ELEVES-IS-PRESENT VALUE "Y".

      *> Position du matricule dans chaque fichier plat ; classe,
      *> nom et prenom sont en 1, 6 et 18 partout.
       01  WS-NO-FICHIER PIC 9(2).
       01  WS-CHAMP-MATRICULE PIC 9(3) VALUE 0.

       01  WS-LIGNE-IDENTITE.
           05 WS-LID-CLASSE              PIC X(5).
           05 WS-LID-NOM                 PIC X(12).
           05 WS-LID-PRENOM              PIC X(12).
       01  WS-LID-MATRICULE PIC 9(6).
       01  WS-LID-MATRICULE-TXT PIC X(6).

       01  WS-ELEVE-LIGNE.
           05 WS-EL-ID-CLASSE            PIC X(5).
           05 WS-EL-NOM                  PIC X(12).
           05 WS-EL-PRENOM               PIC X(12).
           05 WS-EL-TRIMESTRE            PIC 9.
           05 WS-EL-MATIERE              PIC X(20).
           05 WS-EL-COEFF                PIC 9.
           05 WS-EL-NOTE                 PIC 9(2)V99.
           05 WS-EL-NOTE-FLAG            PIC X.
           05 WS-EL-MATRICULE            PIC 9(6).

       01  WS-TRIM-SCAN PIC 9.
       01  WS-NOTE-SCAN PIC 9(2).
       01  WS-NOTE-TROUVEE PIC X VALUE "N".
           88  WS-NOTE-EST-TROUVEE VALUE "Y".

      *> Types d'anomalie : code du detail et libelle du recapitulatif.
       01  WS-TYPE-VALUES.
           05 FILLER PIC X(11) VALUE "ORPHELIN".
           05 FILLER PIC X(30) VALUE "Orphelins (matricule inconnu)".
           05 FILLER PIC X(11) VALUE "SANS MAT.".
           05 FILLER PIC X(30) VALUE "Sans matricule".
           05 FILLER PIC X(11) VALUE "CLASSE".
           05 FILLER PIC X(30) VALUE "Ecarts de classe".
           05 FILLER PIC X(11) VALUE "NOM/PRENOM".
           05 FILLER PIC X(30) VALUE "Ecarts de nom / prenom".
           05 FILLER PIC X(11) VALUE "NOTE".
           05 FILLER PIC X(30) VALUE "Notes differentes du maitre".
           05 FILLER PIC X(11) VALUE "NOTE ABS.".
           05 FILLER PIC X(30) VALUE "Notes absentes du maitre".
           05 FILLER PIC X(11) VALUE "SANS RESP.".
           05 FILLER PIC X(30) VALUE "Eleves sans responsable".
           05 FILLER PIC X(11) VALUE "HORS ELEVES".
           05 FILLER PIC X(30) VALUE "Fiches absentes d'ELEVES.DAT".
           05 FILLER PIC X(11) VALUE "NB NOTES".
           05 FILLER PIC X(30) VALUE "Nombre de notes different".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 9 TIMES.
               10 WS-TYP-CODE            PIC X(11).
               10 WS-TYP-LIBELLE         PIC X(30).
       01  WS-TYPE-COURANT PIC 9(2).
       01  WS-TYPE-PREMIER PIC 9(2).
       01  WS-TYPE-DERNIER PIC 9(2).
       01  WS-CNT-TYPE-TABLE.
           05 WS-CNT-TYPE OCCURS 9 TIMES PIC 9(6).

       01  WS-CNT-LUS PIC 9(6) VALUE 0.
       01  WS-CNT-ANOMALIES-FICHIER PIC 9(6) VALUE 0.
       01  WS-CNT-ANOMALIES-TOTAL PIC 9(7) VALUE 0.
       01  WS-ANOMALIE-LIGNE PIC X VALUE "N".
           88  WS-LIGNE-EN-ANOMALIE VALUE "Y".

       01  WS-DETAIL-LIGNE.
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-TYPE                PIC X(11).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-DET-LIB-LIGNE           PIC X(6).
           05 WS-DET-LIGNE               PIC X(6).
           05 FILLER                     PIC X(6) VALUE "  mat ".
           05 WS-DET-MATRICULE           PIC X(6).
           05 FILLER                     PIC X(2) VALUE SPACES.
           05 WS-DET-CLASSE              PIC X(5).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-DET-NOM                 PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-DET-PRENOM              PIC X(12).
           05 FILLER                     PIC X(1) VALUE SPACES.
           05 WS-DET-COMMENTAIRE         PIC X(48).

       01  WS-EDIT-LIGNE PIC ZZZZZ9.
       01  WS-EDIT-COUNT PIC ZZZZZ9.
       01  WS-EDIT-NOTE-FICHIER PIC Z9.99.
       01  WS-EDIT-NOTE-MAITRE PIC Z9.99.
       01  WS-EDIT-NB-1 PIC ZZ9.
       01  WS-EDIT-NB-2 PIC ZZZZ9.

       COPY ELEVMSWS.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-PARAMETRES.

           DISPLAY "=== Controle d'integrite des donnees eleves ===".

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Fichier maitre ELEVMAST.DAT indisponible."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 1000-LOAD-MASTER.
           IF WS-OPS-RUN-STATUS = "ERREUR"
               CLOSE MASTER-FILE
               GO TO PROCEDURES-END
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer INTGRAPP.DAT."
               CLOSE MASTER-FILE
               GO TO PROCEDURES-END
           END-IF.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "=== Controle d'integrite des donnees eleves du "
                   WS-DATE-COURANTE " ==="
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "Fiches maitre chargees (ELEVMAST.DAT) : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.

           PERFORM VARYING WS-NO-FICHIER FROM 1 BY 1 UNTIL
                   WS-NO-FICHIER > 7
               PERFORM 2000-CHECK-ONE-FLAT-FILE
           END-PERFORM.

           PERFORM 3000-CHECK-MASTER-COVERAGE.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE WS-CNT-ANOMALIES-TOTAL TO WS-EDIT-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "=== Total des anomalies : " WS-EDIT-COUNT " ==="
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.

           CLOSE INTEGRITY-REPORT-FILE.
           CLOSE MASTER-FILE.

           PERFORM 9200-POST-RUN-CONTROL.

           MOVE WS-CNT-ANOMALIES-TOTAL TO WS-EDIT-COUNT.
           DISPLAY "Anomalies relevees : " WS-EDIT-COUNT
               " (detail dans INTGRAPP.DAT).".
           IF WS-CNT-ANOMALIES-TOTAL > 0 AND WS-EST-BLOQUANT
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Controle bloquant : corriger les donnees "&
                   "avant le calcul des bulletins."
           END-IF.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-PARAMETRES SECTION.
       *>--------------------------------

           LOAD-PARAMETRES-START.
           *>======================

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-COURANTE.
           MOVE "N" TO WS-BLOQUANT.

           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               GO TO LOAD-PARAMETRES-END
           END-IF.
           READ PARAM-FILE
               NOT AT END
                   IF IP-BLOQUANT = "O" OR "o"
                       MOVE "O" TO WS-BLOQUANT
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.

           LOAD-PARAMETRES-END.
           *>====================
               EXIT.

       1000-LOAD-MASTER SECTION.
       *>----------------------------

           LOAD-MASTER-START.
           *>==================

      *> Lecture dans l'ordre de la cle primaire : la table est
      *> rangee par matricule croissant.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE "N" TO WS-EOF-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       PERFORM 1100-STORE-ONE-MASTER
               END-READ
           END-PERFORM.

           LOAD-MASTER-END.
           *>================
               EXIT.

       1100-STORE-ONE-MASTER SECTION.
       *>---------------------------------

           STORE-ONE-MASTER-START.
           *>=======================

           ADD 1 TO WS-RUN-IN.
           IF WS-MASTER-COUNT >= 2000
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               MOVE "Y" TO WS-EOF-MASTER
               DISPLAY "Plus de 2000 fiches maitre, controle "&
                   "abandonne."
               GO TO STORE-ONE-MASTER-END
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           SET WS-INDEX-MTB TO WS-MASTER-COUNT.
           MOVE MST-MATRICULE TO WS-MTB-MATRICULE(WS-INDEX-MTB).
           MOVE MST-ID-CLASSE TO WS-MTB-CLASSE(WS-INDEX-MTB).
           MOVE MST-NOM TO WS-MTB-NOM(WS-INDEX-MTB).
           MOVE MST-PRENOM TO WS-MTB-PRENOM(WS-INDEX-MTB).
           MOVE 0 TO WS-MTB-NB-NOTES(WS-INDEX-MTB).
           MOVE 0 TO WS-MTB-NB-LIGNES(WS-INDEX-MTB).
           MOVE "N" TO WS-MTB-RESPONSABLE(WS-INDEX-MTB).
           PERFORM VARYING WS-TRIM-SCAN FROM 1 BY 1 UNTIL
                   WS-TRIM-SCAN > 3
               IF MST-NB-NOTES(WS-TRIM-SCAN) IS NUMERIC
                   IF MST-NB-NOTES(WS-TRIM-SCAN) > 10
                       ADD 10 TO WS-MTB-NB-NOTES(WS-INDEX-MTB)
                   ELSE
                       ADD MST-NB-NOTES(WS-TRIM-SCAN) TO
                           WS-MTB-NB-NOTES(WS-INDEX-MTB)
                   END-IF
               END-IF
           END-PERFORM.

           STORE-ONE-MASTER-END.
           *>=====================
               EXIT.

       2000-CHECK-ONE-FLAT-FILE SECTION.
       *>------------------------------------

           CHECK-ONE-FLAT-FILE-START.
           *>==========================

           EVALUATE WS-NO-FICHIER
               WHEN 1
                   MOVE "ELEVES.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 57 TO WS-CHAMP-MATRICULE
               WHEN 2
                   MOVE "ABSENCES.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 37 TO WS-CHAMP-MATRICULE
               WHEN 3
                   MOVE "ABSEVENT.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 30 TO WS-CHAMP-MATRICULE
               WHEN 4
                   MOVE "TABLCOMM.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 91 TO WS-CHAMP-MATRICULE
               WHEN 5
                   MOVE "FAMILLES.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 145 TO WS-CHAMP-MATRICULE
               WHEN 6
                   MOVE "CONSEIL.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 30 TO WS-CHAMP-MATRICULE
               WHEN 7
                   MOVE "TABLDIST.DAT" TO WS-GENERIC-FILE-NAME
                   MOVE 30 TO WS-CHAMP-MATRICULE
           END-EVALUATE.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "--- " FUNCTION TRIM(WS-GENERIC-FILE-NAME) " ---"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.

           MOVE 0 TO WS-CNT-LUS.
           MOVE 0 TO WS-CNT-ANOMALIES-FICHIER.
           INITIALIZE WS-CNT-TYPE-TABLE.
           MOVE "N" TO WS-EOF-GENERIC.
           OPEN INPUT GENERIC-FILE.
           IF WS-GENERIC-FILE-STATUS NOT = "00"
               MOVE "  Fichier absent, non controle." TO
                   INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
               GO TO CHECK-ONE-FLAT-FILE-END
           END-IF.
           IF WS-NO-FICHIER = 1
               MOVE "Y" TO WS-ELEVES-PRESENT
           END-IF.

           PERFORM UNTIL WS-END-OF-GENERIC
               READ GENERIC-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-GENERIC
                   NOT AT END
                       IF GENERIC-RECORD NOT = SPACES
                           PERFORM 2100-CHECK-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENERIC-FILE.

           MOVE 1 TO WS-TYPE-PREMIER.
           IF WS-NO-FICHIER = 1
               MOVE 6 TO WS-TYPE-DERNIER
           ELSE
               MOVE 4 TO WS-TYPE-DERNIER
           END-IF.
           PERFORM 2900-WRITE-FILE-SUMMARY.

           CHECK-ONE-FLAT-FILE-END.
           *>========================
               EXIT.

       2100-CHECK-ONE-RECORD SECTION.
       *>---------------------------------

           CHECK-ONE-RECORD-START.
           *>=======================

           ADD 1 TO WS-CNT-LUS.
           ADD 1 TO WS-RUN-IN.
           MOVE "N" TO WS-ANOMALIE-LIGNE.
           MOVE GENERIC-RECORD(1:29) TO WS-LIGNE-IDENTITE.
           MOVE GENERIC-RECORD(WS-CHAMP-MATRICULE:6) TO
               WS-LID-MATRICULE-TXT.
           IF WS-LID-MATRICULE-TXT IS NUMERIC
               MOVE WS-LID-MATRICULE-TXT TO WS-LID-MATRICULE
           ELSE
               MOVE 0 TO WS-LID-MATRICULE
           END-IF.

      *> Sans matricule, l'enregistrement est rapproche du maitre par
      *> classe + nom + prenom comme le fait le calcul des bulletins.
           IF WS-LID-MATRICULE = 0
               MOVE WS-LID-CLASSE TO WS-MST-SAISIE-CLASSE
               MOVE WS-LID-NOM TO WS-MST-SAISIE-NOM
               MOVE WS-LID-PRENOM TO WS-MST-SAISIE-PRENOM
               PERFORM 9755-FIND-CLASS-NAME
               MOVE SPACES TO WS-DET-COMMENTAIRE
               IF WS-MST-EST-TROUVE
                   MOVE MST-MATRICULE TO WS-LID-MATRICULE
                   STRING "retrouve au maitre : " MST-MATRICULE
                       DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
                   END-STRING
               ELSE
                   MOVE "inconnu du maitre" TO WS-DET-COMMENTAIRE
               END-IF
               MOVE 2 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
               IF WS-LID-MATRICULE = 0
                   GO TO CHECK-ONE-RECORD-FIN
               END-IF
           END-IF.

           PERFORM 2200-FIND-MASTER-ENTRY.
           IF NOT WS-MASTER-IS-FOUND
               MOVE SPACES TO WS-DET-COMMENTAIRE
               MOVE 1 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
               GO TO CHECK-ONE-RECORD-FIN
           END-IF.

           IF WS-LID-CLASSE NOT = WS-MTB-CLASSE(WS-INDEX-MTB)
               MOVE SPACES TO WS-DET-COMMENTAIRE
               STRING "maitre : " WS-MTB-CLASSE(WS-INDEX-MTB)
                   DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
               END-STRING
               MOVE 3 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
           END-IF.
           IF WS-LID-NOM NOT = WS-MTB-NOM(WS-INDEX-MTB) OR
                   WS-LID-PRENOM NOT = WS-MTB-PRENOM(WS-INDEX-MTB)
               MOVE SPACES TO WS-DET-COMMENTAIRE
               STRING "maitre : " WS-MTB-NOM(WS-INDEX-MTB) " "
                       WS-MTB-PRENOM(WS-INDEX-MTB)
                   DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
               END-STRING
               MOVE 4 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
           END-IF.

           EVALUATE WS-NO-FICHIER
               WHEN 1
                   ADD 1 TO WS-MTB-NB-LIGNES(WS-INDEX-MTB)
                   PERFORM 2300-CHECK-ELEVES-GRADE
               WHEN 5
                   MOVE "O" TO WS-MTB-RESPONSABLE(WS-INDEX-MTB)
           END-EVALUATE.

           CHECK-ONE-RECORD-FIN.
           *>=====================

           IF WS-LIGNE-EN-ANOMALIE
               ADD 1 TO WS-RUN-REJ
           ELSE
               ADD 1 TO WS-RUN-OUT
           END-IF.

           CHECK-ONE-RECORD-END.
           *>=====================
               EXIT.

       2200-FIND-MASTER-ENTRY SECTION.
       *>----------------------------------

           FIND-MASTER-ENTRY-START.
           *>========================

           MOVE "N" TO WS-MASTER-FOUND.
           PERFORM VARYING WS-INDEX-MTB FROM 1 BY 1 UNTIL
                   WS-INDEX-MTB > WS-MASTER-COUNT
               IF WS-MTB-MATRICULE(WS-INDEX-MTB) = WS-LID-MATRICULE
                   MOVE "Y" TO WS-MASTER-FOUND
                   EXIT PERFORM
               END-IF
               IF WS-MTB-MATRICULE(WS-INDEX-MTB) > WS-LID-MATRICULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-MASTER-ENTRY-END.
           *>======================
               EXIT.

       2300-CHECK-ELEVES-GRADE SECTION.
       *>-----------------------------------

           CHECK-ELEVES-GRADE-START.
           *>=========================

      *> La note de ELEVES.DAT doit se retrouver a l'identique dans
      *> le trimestre correspondant de la fiche maitre.
           MOVE GENERIC-RECORD(1:62) TO WS-ELEVE-LIGNE.
           IF WS-EL-MATIERE = SPACES OR
                   WS-EL-TRIMESTRE IS NOT NUMERIC OR
                   WS-EL-TRIMESTRE < 1 OR WS-EL-TRIMESTRE > 3
               GO TO CHECK-ELEVES-GRADE-END
           END-IF.

           MOVE WS-LID-MATRICULE TO WS-MST-MATRICULE-CHERCHE.
           PERFORM 9770-READ-BY-MATRICULE.
           IF NOT WS-MST-EST-TROUVE
               GO TO CHECK-ELEVES-GRADE-END
           END-IF.

           MOVE "N" TO WS-NOTE-TROUVEE.
           MOVE WS-EL-TRIMESTRE TO WS-TRIM-SCAN.
           PERFORM VARYING WS-NOTE-SCAN FROM 1 BY 1 UNTIL
                   WS-NOTE-SCAN > MST-NB-NOTES(WS-TRIM-SCAN) OR
                   WS-NOTE-SCAN > 10
               IF MST-MATIERE(WS-TRIM-SCAN WS-NOTE-SCAN) =
                       WS-EL-MATIERE
                   MOVE "Y" TO WS-NOTE-TROUVEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-NOTE-EST-TROUVEE
               MOVE SPACES TO WS-DET-COMMENTAIRE
               STRING "T" WS-EL-TRIMESTRE " " WS-EL-MATIERE
                   DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
               END-STRING
               MOVE 6 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
               GO TO CHECK-ELEVES-GRADE-END
           END-IF.

           IF WS-EL-NOTE IS NUMERIC AND WS-EL-COEFF IS NUMERIC
               IF WS-EL-NOTE =
                       MST-NOTE(WS-TRIM-SCAN WS-NOTE-SCAN) AND
                       WS-EL-COEFF =
                           MST-COEFF(WS-TRIM-SCAN WS-NOTE-SCAN) AND
                       WS-EL-NOTE-FLAG =
                           MST-NOTE-FLAG(WS-TRIM-SCAN WS-NOTE-SCAN)
                   GO TO CHECK-ELEVES-GRADE-END
               END-IF
               MOVE WS-EL-NOTE TO WS-EDIT-NOTE-FICHIER
           ELSE
               MOVE 0 TO WS-EDIT-NOTE-FICHIER
           END-IF.
           MOVE MST-NOTE(WS-TRIM-SCAN WS-NOTE-SCAN) TO
               WS-EDIT-NOTE-MAITRE.
           MOVE SPACES TO WS-DET-COMMENTAIRE.
           STRING "T" WS-EL-TRIMESTRE " " WS-EL-MATIERE " "
                   WS-EDIT-NOTE-FICHIER " maitre "
                   WS-EDIT-NOTE-MAITRE
               DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
           END-STRING.
           MOVE 5 TO WS-TYPE-COURANT.
           PERFORM 2800-WRITE-DETAIL-LINE.

           CHECK-ELEVES-GRADE-END.
           *>=======================
               EXIT.

       2800-WRITE-DETAIL-LINE SECTION.
       *>----------------------------------

           WRITE-DETAIL-LINE-START.
           *>========================

      *> L'appelant a prepare le type et le commentaire ; l'identite
      *> est celle portee par l'enregistrement controle.
           MOVE "Y" TO WS-ANOMALIE-LIGNE.
           ADD 1 TO WS-CNT-TYPE(WS-TYPE-COURANT).
           ADD 1 TO WS-CNT-ANOMALIES-FICHIER.
           ADD 1 TO WS-CNT-ANOMALIES-TOTAL.

           MOVE WS-TYP-CODE(WS-TYPE-COURANT) TO WS-DET-TYPE.
           IF WS-CNT-LUS > 0
               MOVE "ligne " TO WS-DET-LIB-LIGNE
               MOVE WS-CNT-LUS TO WS-EDIT-LIGNE
               MOVE WS-EDIT-LIGNE TO WS-DET-LIGNE
           ELSE
               MOVE SPACES TO WS-DET-LIB-LIGNE
               MOVE SPACES TO WS-DET-LIGNE
           END-IF.
           MOVE WS-LID-MATRICULE-TXT TO WS-DET-MATRICULE.
           MOVE WS-LID-CLASSE TO WS-DET-CLASSE.
           MOVE WS-LID-NOM TO WS-DET-NOM.
           MOVE WS-LID-PRENOM TO WS-DET-PRENOM.
           MOVE WS-DETAIL-LIGNE TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.

           WRITE-DETAIL-LINE-END.
           *>======================
               EXIT.

       2900-WRITE-FILE-SUMMARY SECTION.
       *>-----------------------------------

           WRITE-FILE-SUMMARY-START.
           *>=========================

           MOVE WS-CNT-LUS TO WS-EDIT-LIGNE.
           MOVE WS-CNT-ANOMALIES-FICHIER TO WS-EDIT-COUNT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           STRING "  Enregistrements controles : " WS-EDIT-LIGNE
                   "   anomalies : " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-STRING.
           WRITE INTEGRITY-REPORT-RECORD.

           PERFORM VARYING WS-TYPE-COURANT FROM WS-TYPE-PREMIER BY 1
                   UNTIL WS-TYPE-COURANT > WS-TYPE-DERNIER
               MOVE WS-CNT-TYPE(WS-TYPE-COURANT) TO WS-EDIT-COUNT
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "    " WS-TYP-LIBELLE(WS-TYPE-COURANT)
                       " : " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
               END-STRING
               WRITE INTEGRITY-REPORT-RECORD
           END-PERFORM.

           WRITE-FILE-SUMMARY-END.
           *>=======================
               EXIT.

       3000-CHECK-MASTER-COVERAGE SECTION.
       *>--------------------------------------

           CHECK-MASTER-COVERAGE-START.
           *>============================

      *> Controles propres a la fiche maitre, une fois tous les
      *> fichiers plats parcourus : responsable connu et concordance
      *> avec ELEVES.DAT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           MOVE "--- ELEVMAST.DAT ---" TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD.
           IF NOT WS-ELEVES-IS-PRESENT
               MOVE "  ELEVES.DAT absent : concordance des notes "&
                   "non controlee." TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
           END-IF.

           MOVE 0 TO WS-CNT-LUS.
           MOVE 0 TO WS-CNT-ANOMALIES-FICHIER.
           INITIALIZE WS-CNT-TYPE-TABLE.
           PERFORM VARYING WS-INDEX-MTB FROM 1 BY 1 UNTIL
                   WS-INDEX-MTB > WS-MASTER-COUNT
               PERFORM 3100-CHECK-ONE-MASTER
           END-PERFORM.

           MOVE WS-MASTER-COUNT TO WS-CNT-LUS.
           MOVE 7 TO WS-TYPE-PREMIER.
           MOVE 9 TO WS-TYPE-DERNIER.
           PERFORM 2900-WRITE-FILE-SUMMARY.

           CHECK-MASTER-COVERAGE-END.
           *>==========================
               EXIT.

       3100-CHECK-ONE-MASTER SECTION.
       *>---------------------------------

           CHECK-ONE-MASTER-START.
           *>=======================

           MOVE "N" TO WS-ANOMALIE-LIGNE.
           MOVE WS-MTB-MATRICULE(WS-INDEX-MTB) TO WS-LID-MATRICULE.
           MOVE WS-LID-MATRICULE TO WS-LID-MATRICULE-TXT.
           MOVE WS-MTB-CLASSE(WS-INDEX-MTB) TO WS-LID-CLASSE.
           MOVE WS-MTB-NOM(WS-INDEX-MTB) TO WS-LID-NOM.
           MOVE WS-MTB-PRENOM(WS-INDEX-MTB) TO WS-LID-PRENOM.

           IF WS-MTB-RESPONSABLE(WS-INDEX-MTB) NOT = "O"
               MOVE "aucune ligne dans FAMILLES.DAT" TO
                   WS-DET-COMMENTAIRE
               MOVE 7 TO WS-TYPE-COURANT
               PERFORM 2800-WRITE-DETAIL-LINE
           END-IF.

           IF WS-ELEVES-IS-PRESENT
               IF WS-MTB-NB-LIGNES(WS-INDEX-MTB) = 0
                   MOVE "aucune ligne dans ELEVES.DAT" TO
                       WS-DET-COMMENTAIRE
                   MOVE 8 TO WS-TYPE-COURANT
                   PERFORM 2800-WRITE-DETAIL-LINE
               ELSE
                   IF WS-MTB-NB-LIGNES(WS-INDEX-MTB) NOT =
                           WS-MTB-NB-NOTES(WS-INDEX-MTB)
                       MOVE WS-MTB-NB-NOTES(WS-INDEX-MTB) TO
                           WS-EDIT-NB-1
                       MOVE WS-MTB-NB-LIGNES(WS-INDEX-MTB) TO
                           WS-EDIT-NB-2
                       MOVE SPACES TO WS-DET-COMMENTAIRE
                       STRING "maitre " WS-EDIT-NB-1
                               " note(s), ELEVES.DAT "
                               WS-EDIT-NB-2 " ligne(s)"
                           DELIMITED BY SIZE INTO WS-DET-COMMENTAIRE
                       END-STRING
                       MOVE 9 TO WS-TYPE-COURANT
                       PERFORM 2800-WRITE-DETAIL-LINE
                   END-IF
               END-IF
           END-IF.

           IF WS-LIGNE-EN-ANOMALIE
               ADD 1 TO WS-RUN-REJ
           ELSE
               ADD 1 TO WS-RUN-OUT
           END-IF.

           CHECK-ONE-MASTER-END.
           *>=====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "INTEGRITE".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "INTEGRITE".

       COPY ELEVMSPR.

       END PROGRAM INTEGRITE.

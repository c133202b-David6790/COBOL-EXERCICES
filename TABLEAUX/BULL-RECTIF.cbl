       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLETIN-RECTIF.
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
           SELECT DISTRIBUTION-FILE ASSIGN TO "TABLDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "TABLRLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           COPY NAUDSL.
           COPY RECTSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-RECORD.
           05 DS-ID-CLASSE              PIC X(5).
           05 DS-NOM                    PIC X(12).
           05 DS-PRENOM                 PIC X(12).
           05 DS-MATRICULE              PIC 9(6).
           05 DS-TRIMESTRE              PIC 9.
           05 DS-DATE-EDITION           PIC 9(8).
           05 DS-STATUT                 PIC X(6).
           05 DS-DATE-STATUT            PIC 9(8).
           05 DS-HEURE-EDITION          PIC 9(6).
           05 DS-NATURE                 PIC X.
               88 DS-RECTIFICATIF       VALUE "C".

      *> Liste des eleves concernes pour le chef d'etablissement.
       FD  LIST-FILE.
       01  LIST-RECORD                  PIC X(80).

       COPY NAUDFD.

       COPY RECTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-DISTRIBUTION-FILE-STATUS PIC X(2).
       01  WS-LIST-FILE-STATUS PIC X(2).
       01  WS-NOTE-AUDIT-FILE-STATUS PIC X(2).
       01  WS-RECTIF-FILE-STATUS PIC X(2).
       01  WS-EOF-DIST PIC X VALUE "N".
           88  WS-END-OF-DIST VALUE "Y".
       01  WS-EOF-AUDIT PIC X VALUE "N".
           88  WS-END-OF-AUDIT VALUE "Y".

       01  WS-DATE-COURANTE PIC X(8).
       01  WS-DATE-EDITION PIC X(10).

      *> Derniere edition connue par eleve et trimestre, bulletin
      *> d'origine ou rectificatif : une note modifiee apres cet
      *> horodatage n'est pas sur le bulletin que detient la famille.
       01  WS-DIS-TABLE.
           05 WS-DIS-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-INDEX-DIS WS-INDEX-DIS2.
               10 WS-DIS-CLASSE          PIC X(5).
               10 WS-DIS-NOM             PIC X(12).
               10 WS-DIS-PRENOM          PIC X(12).
               10 WS-DIS-MATRICULE       PIC 9(6).
               10 WS-DIS-TRIM            PIC 9.
               10 WS-DIS-DATE            PIC 9(8).
               10 WS-DIS-HORODATAGE      PIC X(14).
               10 WS-DIS-NB-MODIF        PIC 9(3).
       01  WS-DIS-COUNT PIC 9(4) VALUE 0.
       01  WS-DIS-FOUND PIC X VALUE "N".
           88  WS-DIS-IS-FOUND VALUE "Y".
       01  WS-DIS-SATURE PIC X VALUE "N".
           88  WS-DIS-EST-SATURE VALUE "Y".
       01  WS-HORODATAGE-LU PIC X(14).

       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-CHG.
               10 WS-CHG-DIS             PIC 9(4).
               10 WS-CHG-MATIERE         PIC X(20).
               10 WS-CHG-ANC-NOTE        PIC 9(2)V99.
               10 WS-CHG-ANC-FLAG        PIC X.
               10 WS-CHG-NOUV-NOTE       PIC 9(2)V99.
               10 WS-CHG-NOUV-FLAG       PIC X.
               10 WS-CHG-MOTIF           PIC X(3).
               10 WS-CHG-OPERATEUR       PIC X(8).
               10 WS-CHG-HORODATAGE      PIC X(14).
       01  WS-CHG-COUNT PIC 9(3) VALUE 0.
       01  WS-CHG-SATURE PIC X VALUE "N".
           88  WS-CHG-EST-SATURE VALUE "Y".
       01  WS-NUM-DIS PIC 9(4).

       01  WS-CNT-AUDIT PIC 9(6) VALUE 0.
       01  WS-CNT-BULLETINS PIC 9(4) VALUE 0.
       01  WS-CNT-ELEVES PIC 9(4) VALUE 0.
       01  WS-ELEVE-DEJA-COMPTE PIC X VALUE "N".
           88  WS-ELEVE-EST-DEJA-COMPTE VALUE "Y".
       01  WS-TABLE-LANCE PIC X VALUE "N".
           88  WS-TABLE-EST-LANCE VALUE "Y".

       01  WS-EDIT-COUNT PIC ZZZ9.
       01  WS-EDIT-NB-MODIF PIC ZZ9.
       01  WS-EDIT-NOTE PIC ZZ.99.
       01  WS-EDIT-ANC PIC X(8).
       01  WS-EDIT-NOUV PIC X(8).
       01  WS-EDIT-DATE PIC X(10).

       COPY RPTCATLK.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-COURANTE.
           MOVE SPACES TO WS-DATE-EDITION.
           STRING WS-DATE-COURANTE(7:2) "/"
                   WS-DATE-COURANTE(5:2) "/"
                   WS-DATE-COURANTE(1:4)
               DELIMITED BY SIZE INTO WS-DATE-EDITION
           END-STRING.

           DISPLAY "=== Bulletins rectificatifs apres distribution "&
               "===".

           PERFORM 1000-LOAD-DISTRIBUTION.
           IF WS-DISTRIBUTION-FILE-STATUS NOT = "00" AND
                   WS-DIS-COUNT = 0
               DISPLAY "Pas de TABLDIST.DAT : aucun bulletin "&
                   "distribue, rien a rectifier."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 2000-SCAN-AUDIT.
           PERFORM 3000-WRITE-RECTIF-FILE.
           IF WS-OPS-RUN-STATUS = "ERREUR"
               GO TO PROCEDURES-END
           END-IF.
           PERFORM 4000-WRITE-HEAD-LIST.
           PERFORM 5000-PRINT-CORRECTIONS.

           MOVE WS-CNT-AUDIT TO WS-EDIT-COUNT.
           DISPLAY "Modifications de notes lues     : " WS-EDIT-COUNT.
           MOVE WS-CHG-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Apres distribution du bulletin  : " WS-EDIT-COUNT.
           MOVE WS-CNT-BULLETINS TO WS-EDIT-COUNT.
           DISPLAY "Bulletins a rectifier           : " WS-EDIT-COUNT.
           MOVE WS-CNT-ELEVES TO WS-EDIT-COUNT.
           DISPLAY "Eleves concernes (TABLRLST.DAT) : " WS-EDIT-COUNT.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-LOAD-DISTRIBUTION SECTION.
       *>----------------------------------

           LOAD-DISTRIBUTION-START.
           *>========================

           MOVE 0 TO WS-DIS-COUNT.
           MOVE "N" TO WS-EOF-DIST.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DISTRIBUTION-FILE-STATUS NOT = "00"
               GO TO LOAD-DISTRIBUTION-END
           END-IF.
           PERFORM UNTIL WS-END-OF-DIST
               READ DISTRIBUTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DIST
                   NOT AT END
                       PERFORM 1100-STORE-ONE-DISTRIBUTION
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-FILE.

           IF WS-DIS-EST-SATURE
               DISPLAY "TABLDIST.DAT : plus de 3000 bulletins suivis, "&
                   "les suivants ne sont pas controles."
           END-IF.

           LOAD-DISTRIBUTION-END.
           *>======================
               EXIT.

       1100-STORE-ONE-DISTRIBUTION SECTION.
       *>---------------------------------------

           STORE-ONE-DISTRIBUTION-START.
           *>=============================

           IF DS-DATE-EDITION IS NOT NUMERIC OR
                   DS-DATE-EDITION = 0 OR
                   DS-TRIMESTRE IS NOT NUMERIC
               GO TO STORE-ONE-DISTRIBUTION-END
           END-IF.
           IF DS-MATRICULE IS NOT NUMERIC
               MOVE 0 TO DS-MATRICULE
           END-IF.

      *> Un suivi d'avant l'heure d'edition compte depuis minuit :
      *> au pire une modification du jour meme fait reediter.
           MOVE DS-DATE-EDITION TO WS-HORODATAGE-LU(1:8).
           IF DS-HEURE-EDITION IS NUMERIC
               MOVE DS-HEURE-EDITION TO WS-HORODATAGE-LU(9:6)
           ELSE
               MOVE "000000" TO WS-HORODATAGE-LU(9:6)
           END-IF.

           MOVE "N" TO WS-DIS-FOUND.
           PERFORM VARYING WS-INDEX-DIS FROM 1 BY 1 UNTIL
                   WS-INDEX-DIS > WS-DIS-COUNT OR WS-DIS-IS-FOUND
               IF WS-DIS-TRIM(WS-INDEX-DIS) = DS-TRIMESTRE AND
                       ((DS-MATRICULE > 0 AND
                       WS-DIS-MATRICULE(WS-INDEX-DIS) = DS-MATRICULE)
                       OR
                       (WS-DIS-CLASSE(WS-INDEX-DIS) = DS-ID-CLASSE AND
                       WS-DIS-NOM(WS-INDEX-DIS) = DS-NOM AND
                       WS-DIS-PRENOM(WS-INDEX-DIS) = DS-PRENOM))
                   MOVE "Y" TO WS-DIS-FOUND
                   IF WS-HORODATAGE-LU >
                           WS-DIS-HORODATAGE(WS-INDEX-DIS)
                       MOVE WS-HORODATAGE-LU TO
                           WS-DIS-HORODATAGE(WS-INDEX-DIS)
                       MOVE DS-DATE-EDITION TO
                           WS-DIS-DATE(WS-INDEX-DIS)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DIS-IS-FOUND
               GO TO STORE-ONE-DISTRIBUTION-END
           END-IF.

           IF WS-DIS-COUNT >= 3000
               MOVE "Y" TO WS-DIS-SATURE
               GO TO STORE-ONE-DISTRIBUTION-END
           END-IF.
           ADD 1 TO WS-DIS-COUNT.
           SET WS-INDEX-DIS TO WS-DIS-COUNT.
           MOVE DS-ID-CLASSE TO WS-DIS-CLASSE(WS-INDEX-DIS).
           MOVE DS-NOM TO WS-DIS-NOM(WS-INDEX-DIS).
           MOVE DS-PRENOM TO WS-DIS-PRENOM(WS-INDEX-DIS).
           MOVE DS-MATRICULE TO WS-DIS-MATRICULE(WS-INDEX-DIS).
           MOVE DS-TRIMESTRE TO WS-DIS-TRIM(WS-INDEX-DIS).
           MOVE DS-DATE-EDITION TO WS-DIS-DATE(WS-INDEX-DIS).
           MOVE WS-HORODATAGE-LU TO WS-DIS-HORODATAGE(WS-INDEX-DIS).
           MOVE 0 TO WS-DIS-NB-MODIF(WS-INDEX-DIS).

           STORE-ONE-DISTRIBUTION-END.
           *>===========================
               EXIT.

       2000-SCAN-AUDIT SECTION.
       *>---------------------------

           SCAN-AUDIT-START.
           *>=================

           MOVE 0 TO WS-CHG-COUNT.
           MOVE "N" TO WS-EOF-AUDIT.
           OPEN INPUT NOTE-AUDIT-FILE.
           IF WS-NOTE-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Pas de NOTEAUDT.DAT : aucune note modifiee."
               GO TO SCAN-AUDIT-END
           END-IF.
           PERFORM UNTIL WS-END-OF-AUDIT
               READ NOTE-AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-AUDIT
                   NOT AT END
                       ADD 1 TO WS-CNT-AUDIT
                       PERFORM 2100-CHECK-ONE-AUDIT
               END-READ
           END-PERFORM.
           CLOSE NOTE-AUDIT-FILE.

           IF WS-CHG-EST-SATURE
               DISPLAY "Plus de 500 notes modifiees apres "&
                   "distribution : la suite sera reprise au "&
                   "prochain passage."
           END-IF.

           SCAN-AUDIT-END.
           *>===============
               EXIT.

       2100-CHECK-ONE-AUDIT SECTION.
       *>--------------------------------

           CHECK-ONE-AUDIT-START.
           *>======================

      *> Une ecriture sans changement de note ni de marque ne rend
      *> pas le bulletin faux.
           IF NA-ANC-NOTE = NA-NOUV-NOTE AND
                   NA-ANC-FLAG = NA-NOUV-FLAG
               GO TO CHECK-ONE-AUDIT-END
           END-IF.
           IF NA-MATRICULE IS NOT NUMERIC
               MOVE 0 TO NA-MATRICULE
           END-IF.

           MOVE "N" TO WS-DIS-FOUND.
           PERFORM VARYING WS-INDEX-DIS FROM 1 BY 1 UNTIL
                   WS-INDEX-DIS > WS-DIS-COUNT OR WS-DIS-IS-FOUND
               IF WS-DIS-TRIM(WS-INDEX-DIS) = NA-TRIMESTRE AND
                       ((NA-MATRICULE > 0 AND
                       WS-DIS-MATRICULE(WS-INDEX-DIS) = NA-MATRICULE)
                       OR
                       (WS-DIS-CLASSE(WS-INDEX-DIS) = NA-ID-CLASSE AND
                       WS-DIS-NOM(WS-INDEX-DIS) = NA-NOM AND
                       WS-DIS-PRENOM(WS-INDEX-DIS) = NA-PRENOM))
                   MOVE "Y" TO WS-DIS-FOUND
                   SET WS-NUM-DIS TO WS-INDEX-DIS
               END-IF
           END-PERFORM.
           IF NOT WS-DIS-IS-FOUND
               GO TO CHECK-ONE-AUDIT-END
           END-IF.

           SET WS-INDEX-DIS TO WS-NUM-DIS.
           IF NA-TIMESTAMP NOT > WS-DIS-HORODATAGE(WS-INDEX-DIS)
               GO TO CHECK-ONE-AUDIT-END
           END-IF.

           IF WS-CHG-COUNT >= 500
               MOVE "Y" TO WS-CHG-SATURE
               GO TO CHECK-ONE-AUDIT-END
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           SET WS-INDEX-CHG TO WS-CHG-COUNT.
           MOVE WS-NUM-DIS TO WS-CHG-DIS(WS-INDEX-CHG).
           MOVE NA-MATIERE TO WS-CHG-MATIERE(WS-INDEX-CHG).
           MOVE NA-ANC-NOTE TO WS-CHG-ANC-NOTE(WS-INDEX-CHG).
           MOVE NA-ANC-FLAG TO WS-CHG-ANC-FLAG(WS-INDEX-CHG).
           MOVE NA-NOUV-NOTE TO WS-CHG-NOUV-NOTE(WS-INDEX-CHG).
           MOVE NA-NOUV-FLAG TO WS-CHG-NOUV-FLAG(WS-INDEX-CHG).
           MOVE NA-CODE-MOTIF TO WS-CHG-MOTIF(WS-INDEX-CHG).
           MOVE NA-OPERATEUR TO WS-CHG-OPERATEUR(WS-INDEX-CHG).
           MOVE NA-TIMESTAMP TO WS-CHG-HORODATAGE(WS-INDEX-CHG).
           ADD 1 TO WS-DIS-NB-MODIF(WS-INDEX-DIS).

           CHECK-ONE-AUDIT-END.
           *>====================
               EXIT.

       3000-WRITE-RECTIF-FILE SECTION.
       *>----------------------------------

           WRITE-RECTIF-FILE-START.
           *>========================

      *> TABLRECT.DAT est toujours reecrit : sans modification il
      *> reste vide et le lancement suivant de TABLE-EXERCICES est
      *> un lancement ordinaire.
           OPEN OUTPUT RECTIFICATION-FILE.
           IF WS-RECTIF-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer TABLRECT.DAT."
               GO TO WRITE-RECTIF-FILE-END
           END-IF.

           PERFORM VARYING WS-INDEX-CHG FROM 1 BY 1 UNTIL
                   WS-INDEX-CHG > WS-CHG-COUNT
               SET WS-INDEX-DIS TO WS-CHG-DIS(WS-INDEX-CHG)
               MOVE SPACES TO RECTIFICATION-RECORD
               MOVE WS-DATE-COURANTE TO RT-DATE
               MOVE WS-DIS-CLASSE(WS-INDEX-DIS) TO RT-ID-CLASSE
               MOVE WS-DIS-NOM(WS-INDEX-DIS) TO RT-NOM
               MOVE WS-DIS-PRENOM(WS-INDEX-DIS) TO RT-PRENOM
               MOVE WS-DIS-MATRICULE(WS-INDEX-DIS) TO RT-MATRICULE
               MOVE WS-DIS-TRIM(WS-INDEX-DIS) TO RT-TRIMESTRE
               MOVE WS-DIS-DATE(WS-INDEX-DIS) TO RT-DATE-EDITION
               MOVE WS-CHG-MATIERE(WS-INDEX-CHG) TO RT-MATIERE
               MOVE WS-CHG-ANC-NOTE(WS-INDEX-CHG) TO RT-ANC-NOTE
               MOVE WS-CHG-ANC-FLAG(WS-INDEX-CHG) TO RT-ANC-FLAG
               MOVE WS-CHG-NOUV-NOTE(WS-INDEX-CHG) TO RT-NOUV-NOTE
               MOVE WS-CHG-NOUV-FLAG(WS-INDEX-CHG) TO RT-NOUV-FLAG
               MOVE WS-CHG-MOTIF(WS-INDEX-CHG) TO RT-CODE-MOTIF
               MOVE WS-CHG-HORODATAGE(WS-INDEX-CHG) TO RT-HORODATAGE
               WRITE RECTIFICATION-RECORD
           END-PERFORM.
           CLOSE RECTIFICATION-FILE.

           WRITE-RECTIF-FILE-END.
           *>======================
               EXIT.

       4000-WRITE-HEAD-LIST SECTION.
       *>--------------------------------

           WRITE-HEAD-LIST-START.
           *>======================

           OPEN OUTPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer TABLRLST.DAT."
               GO TO WRITE-HEAD-LIST-END
           END-IF.

           MOVE SPACES TO LIST-RECORD.
           STRING "=== Bulletins a rectifier apres distribution - "
                   WS-DATE-EDITION " ==="
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.
           MOVE "Eleves dont une note a change apres l'edition du "&
               "bulletin remis a la famille." TO LIST-RECORD.
           WRITE LIST-RECORD.
           MOVE SPACES TO LIST-RECORD.
           WRITE LIST-RECORD.

           MOVE 0 TO WS-CNT-BULLETINS.
           MOVE 0 TO WS-CNT-ELEVES.
           IF WS-CHG-COUNT = 0
               MOVE "Aucun bulletin distribue n'est a rectifier." TO
                   LIST-RECORD
               WRITE LIST-RECORD
           ELSE
               MOVE "Classe Nom          Prenom       Matric. Trim "&
                   " Edite le    Modif." TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE ALL "-" TO LIST-RECORD
               WRITE LIST-RECORD
               PERFORM VARYING WS-INDEX-DIS FROM 1 BY 1 UNTIL
                       WS-INDEX-DIS > WS-DIS-COUNT
                   IF WS-DIS-NB-MODIF(WS-INDEX-DIS) > 0
                       PERFORM 4100-WRITE-ONE-BULLETIN
                   END-IF
               END-PERFORM
               MOVE SPACES TO LIST-RECORD
               WRITE LIST-RECORD
               MOVE SPACES TO LIST-RECORD
               STRING "Eleves concernes : " WS-CNT-ELEVES
                       "  Bulletins a rectifier : " WS-CNT-BULLETINS
                       "  Lignes modifiees : " WS-CHG-COUNT
                   DELIMITED BY SIZE INTO LIST-RECORD
               END-STRING
               WRITE LIST-RECORD
           END-IF.

           CLOSE LIST-FILE.
           MOVE "TABLRLST.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           WRITE-HEAD-LIST-END.
           *>====================
               EXIT.

       4100-WRITE-ONE-BULLETIN SECTION.
       *>-----------------------------------

           WRITE-ONE-BULLETIN-START.
           *>=========================

           ADD 1 TO WS-CNT-BULLETINS.
           PERFORM 4300-COUNT-STUDENT.

           MOVE SPACES TO WS-EDIT-DATE.
           STRING WS-DIS-DATE(WS-INDEX-DIS)(7:2) "/"
                   WS-DIS-DATE(WS-INDEX-DIS)(5:2) "/"
                   WS-DIS-DATE(WS-INDEX-DIS)(1:4)
               DELIMITED BY SIZE INTO WS-EDIT-DATE
           END-STRING.
           MOVE WS-DIS-NB-MODIF(WS-INDEX-DIS) TO WS-EDIT-NB-MODIF.
           MOVE SPACES TO LIST-RECORD.
           STRING WS-DIS-CLASSE(WS-INDEX-DIS) "  "
                   WS-DIS-NOM(WS-INDEX-DIS) " "
                   WS-DIS-PRENOM(WS-INDEX-DIS) " "
                   WS-DIS-MATRICULE(WS-INDEX-DIS) "  T"
                   WS-DIS-TRIM(WS-INDEX-DIS) "    "
                   WS-EDIT-DATE "  " WS-EDIT-NB-MODIF
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.

           SET WS-NUM-DIS TO WS-INDEX-DIS.
           PERFORM VARYING WS-INDEX-CHG FROM 1 BY 1 UNTIL
                   WS-INDEX-CHG > WS-CHG-COUNT
               IF WS-CHG-DIS(WS-INDEX-CHG) = WS-NUM-DIS
                   PERFORM 4200-WRITE-ONE-CHANGE
               END-IF
           END-PERFORM.

           WRITE-ONE-BULLETIN-END.
           *>=======================
               EXIT.

       4200-WRITE-ONE-CHANGE SECTION.
       *>---------------------------------

           WRITE-ONE-CHANGE-START.
           *>=======================

           IF WS-CHG-ANC-FLAG(WS-INDEX-CHG) = "N"
               MOVE "non note" TO WS-EDIT-ANC
           ELSE
               MOVE WS-CHG-ANC-NOTE(WS-INDEX-CHG) TO WS-EDIT-NOTE
               MOVE WS-EDIT-NOTE TO WS-EDIT-ANC
           END-IF.
           IF WS-CHG-NOUV-FLAG(WS-INDEX-CHG) = "N"
               MOVE "non note" TO WS-EDIT-NOUV
           ELSE
               MOVE WS-CHG-NOUV-NOTE(WS-INDEX-CHG) TO WS-EDIT-NOTE
               MOVE WS-EDIT-NOTE TO WS-EDIT-NOUV
           END-IF.
           MOVE SPACES TO LIST-RECORD.
           STRING "      " WS-CHG-MATIERE(WS-INDEX-CHG) " "
                   WS-EDIT-ANC " -> " WS-EDIT-NOUV
                   " motif " WS-CHG-MOTIF(WS-INDEX-CHG)
                   " par " WS-CHG-OPERATEUR(WS-INDEX-CHG)
               DELIMITED BY SIZE INTO LIST-RECORD
           END-STRING.
           WRITE LIST-RECORD.

           WRITE-ONE-CHANGE-END.
           *>=====================
               EXIT.

       4300-COUNT-STUDENT SECTION.
       *>------------------------------

           COUNT-STUDENT-START.
           *>====================

      *> Un eleve rectifie sur deux trimestres ne compte qu'une fois.
           MOVE "N" TO WS-ELEVE-DEJA-COMPTE.
           PERFORM VARYING WS-INDEX-DIS2 FROM 1 BY 1 UNTIL
                   WS-INDEX-DIS2 >= WS-INDEX-DIS OR
                   WS-ELEVE-EST-DEJA-COMPTE
               IF WS-DIS-NB-MODIF(WS-INDEX-DIS2) > 0 AND
                       ((WS-DIS-MATRICULE(WS-INDEX-DIS) > 0 AND
                       WS-DIS-MATRICULE(WS-INDEX-DIS2) =
                           WS-DIS-MATRICULE(WS-INDEX-DIS))
                       OR
                       (WS-DIS-CLASSE(WS-INDEX-DIS2) =
                           WS-DIS-CLASSE(WS-INDEX-DIS) AND
                       WS-DIS-NOM(WS-INDEX-DIS2) =
                           WS-DIS-NOM(WS-INDEX-DIS) AND
                       WS-DIS-PRENOM(WS-INDEX-DIS2) =
                           WS-DIS-PRENOM(WS-INDEX-DIS)))
                   MOVE "Y" TO WS-ELEVE-DEJA-COMPTE
               END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-EST-DEJA-COMPTE
               ADD 1 TO WS-CNT-ELEVES
           END-IF.

           COUNT-STUDENT-END.
           *>==================
               EXIT.

       5000-PRINT-CORRECTIONS SECTION.
       *>----------------------------------

           PRINT-CORRECTIONS-START.
           *>========================

           IF WS-CHG-COUNT = 0
               GO TO PRINT-CORRECTIONS-END
           END-IF.

      *> TABLE-EXERCICES trouve TABLRECT.DAT du jour : il reedite ces
      *> seuls bulletins en TABLBULL.RCT et ajoute leurs lignes de
      *> suivi de nature C dans TABLDIST.DAT.
           MOVE "Y" TO WS-TABLE-LANCE.
           MOVE SPACES TO RC-LAST-RUN-STATUS.
           CALL "TABLE-EXERCICES"
               ON EXCEPTION
                   MOVE "N" TO WS-TABLE-LANCE
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   DISPLAY "Programme TABLE-EXERCICES introuvable : "&
                       "TABLRECT.DAT conserve pour un lancement "&
                       "manuel ce jour."
           END-CALL.
           IF NOT WS-TABLE-EST-LANCE
               GO TO PRINT-CORRECTIONS-END
           END-IF.
           CANCEL "TABLE-EXERCICES".
           IF RC-LAST-RUN-STATUS = "ERREUR"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Edition des rectificatifs en erreur : "&
                   "TABLRECT.DAT conserve pour un lancement "&
                   "manuel ce jour."
               GO TO PRINT-CORRECTIONS-END
           END-IF.

      *> Les rectificatifs sont edites : un lancement de TABLE-
      *> EXERCICES plus tard dans la journee redevient ordinaire.
           OPEN OUTPUT RECTIFICATION-FILE.
           CLOSE RECTIFICATION-FILE.

           MOVE "MINEURE" TO ALR-SEVERITE.
           MOVE SPACES TO ALR-TEXTE.
           STRING WS-CNT-BULLETINS
                   " bulletin(s) rectificatif(s) a remettre, voir "
                   "TABLRLST"
               DELIMITED BY SIZE INTO ALR-TEXTE
           END-STRING.
           PERFORM 9950-POST-ALERT.

           PRINT-CORRECTIONS-END.
           *>======================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "BULLETIN-RECTIF".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "BULLETIN-RECTIF".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "BULLETIN-RECTIF".

       END PROGRAM BULLETIN-RECTIF.

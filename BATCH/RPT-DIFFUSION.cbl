       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITION-DIFFUSION.
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
           COPY RPTCATSL.
           SELECT DISTRIBUTION-LIST-FILE ASSIGN TO "RPTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-FILE-STATUS.
           SELECT SHEET-FILE ASSIGN TO "RPTFEUIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY RPTCATFD.

      *> Liste de diffusion : un destinataire par ligne et par type
      *> d'edition (meme type que le catalogue).
       FD  DISTRIBUTION-LIST-FILE.
       01  DISTRIBUTION-LIST-RECORD.
           05 RD-TYPE                   PIC X(8).
           05 RD-DESTINATAIRE           PIC X(20).

       FD  SHEET-FILE.
       01  SHEET-RECORD                 PIC X(90).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-RPTCAT-FILE-STATUS PIC X(2).
       01  WS-DIST-FILE-STATUS PIC X(2).
       01  WS-SHEET-FILE-STATUS PIC X(2).
       01  WS-EOF PIC X VALUE "N".
           88  WS-END-OF-FILE VALUE "Y".

       01  WS-SAISIE-DATE PIC X(8).
       01  WS-DATE-FEUILLE PIC 9(8).

       01  WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-INDEX-DIST.
               10 WS-DST-TYPE            PIC X(8).
               10 WS-DST-DESTINATAIRE    PIC X(20).
       01  WS-DIST-COUNT PIC 9(3) VALUE 0.

       01  WS-DEST-TABLE.
           05 WS-DEST-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-INDEX-DEST.
               10 WS-DES-NOM             PIC X(20).
       01  WS-DEST-COUNT PIC 9(2) VALUE 0.
       01  WS-DEST-FOUND PIC X VALUE "N".
           88  WS-DEST-IS-FOUND VALUE "Y".

       01  WS-EDITION-TABLE.
           05 WS-EDITION-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-INDEX-EDI.
               10 WS-EDI-TYPE            PIC X(8).
               10 WS-EDI-PROGRAMME       PIC X(20).
               10 WS-EDI-HEURE           PIC 9(6).
               10 WS-EDI-NB-ENREG        PIC 9(7).
               10 WS-EDI-GENERATION      PIC X(12).
               10 WS-EDI-DIFFUSEE        PIC X.
       01  WS-EDITION-COUNT PIC 9(3) VALUE 0.
       01  WS-NB-POUR-DEST PIC 9(3).
       01  WS-NB-SANS-DEST PIC 9(3).
       01  WS-NB-DIFFUSEES PIC 9(3).

       01  WS-EDIT-HEURE PIC 99B99B99.
       01  WS-EDIT-NB PIC ZZZZZZ9.

       COPY RPTCATLK.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.

           IF RC-MODE-OVERRIDE = "B" OR "b"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-FEUILLE
           ELSE
               DISPLAY "Date de la feuille (AAAAMMJJ, vide = "&
                   "aujourd'hui) :"
               ACCEPT WS-SAISIE-DATE
               IF WS-SAISIE-DATE IS NUMERIC
                   MOVE WS-SAISIE-DATE TO WS-DATE-FEUILLE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-FEUILLE
               END-IF
           END-IF.

           PERFORM 1000-LOAD-DISTRIBUTION-LIST.
           PERFORM 1100-LOAD-DAY-EDITIONS.

           IF WS-DIST-COUNT = 0
               DISPLAY "Pas de RPTDIST.DAT : toutes les editions "&
                   "du jour sont listees sans destinataire."
           END-IF.

           PERFORM 2000-WRITE-DISTRIBUTION-SHEET.

           MOVE WS-EDITION-COUNT TO WS-RUN-IN.
           MOVE WS-NB-DIFFUSEES TO WS-RUN-OUT.
           MOVE WS-NB-SANS-DEST TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           DISPLAY WS-EDITION-COUNT " edition(s) du " WS-DATE-FEUILLE
               ", " WS-NB-SANS-DEST " sans destinataire, feuille "&
               "dans RPTFEUIL.DAT.".

           MOVE "RPTFEUIL.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-LOAD-DISTRIBUTION-LIST SECTION.
       *>---------------------------------------

           LOAD-DISTRIBUTION-LIST-START.
           *>=============================

           MOVE 0 TO WS-DIST-COUNT.
           MOVE 0 TO WS-DEST-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DISTRIBUTION-LIST-FILE.
           IF WS-DIST-FILE-STATUS NOT = "00"
               GO TO LOAD-DISTRIBUTION-LIST-END
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE
               READ DISTRIBUTION-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RD-TYPE NOT = SPACES AND
                               RD-DESTINATAIRE NOT = SPACES
                           PERFORM 1010-STORE-ONE-DISTRIBUTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-LIST-FILE.

           LOAD-DISTRIBUTION-LIST-END.
           *>===========================
               EXIT.

       1010-STORE-ONE-DISTRIBUTION SECTION.
       *>---------------------------------------

           STORE-ONE-DISTRIBUTION-START.
           *>=============================

           IF WS-DIST-COUNT >= 100
               DISPLAY "RPTDIST.DAT : plus de 100 lignes, ligne "&
                   "ignoree : " RD-TYPE " " RD-DESTINATAIRE
               GO TO STORE-ONE-DISTRIBUTION-END
           END-IF.
           ADD 1 TO WS-DIST-COUNT.
           SET WS-INDEX-DIST TO WS-DIST-COUNT.
           MOVE RD-TYPE TO WS-DST-TYPE(WS-INDEX-DIST).
           MOVE RD-DESTINATAIRE TO WS-DST-DESTINATAIRE(WS-INDEX-DIST).

      *> Liste des destinataires dans l'ordre de premiere apparition.
           MOVE "N" TO WS-DEST-FOUND.
           PERFORM VARYING WS-INDEX-DEST FROM 1 BY 1 UNTIL
                   WS-INDEX-DEST > WS-DEST-COUNT
               IF WS-DES-NOM(WS-INDEX-DEST) = RD-DESTINATAIRE
                   MOVE "Y" TO WS-DEST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-DEST-IS-FOUND
               IF WS-DEST-COUNT < 50
                   ADD 1 TO WS-DEST-COUNT
                   SET WS-INDEX-DEST TO WS-DEST-COUNT
                   MOVE RD-DESTINATAIRE TO WS-DES-NOM(WS-INDEX-DEST)
               ELSE
                   DISPLAY "Plus de 50 destinataires, ignore : "
                       RD-DESTINATAIRE
               END-IF
           END-IF.

           STORE-ONE-DISTRIBUTION-END.
           *>===========================
               EXIT.

       1100-LOAD-DAY-EDITIONS SECTION.
       *>----------------------------------

           LOAD-DAY-EDITIONS-START.
           *>========================

      *> Seules les editions du jour encore disponibles comptent :
      *> une generation deja ecrasee ne peut plus etre remise.
           MOVE 0 TO WS-EDITION-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               DISPLAY "Pas de catalogue RPTCATL.DAT."
               GO TO LOAD-DAY-EDITIONS-END
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CT-DATE = WS-DATE-FEUILLE AND CT-DISPONIBLE
                           IF WS-EDITION-COUNT < 300
                               ADD 1 TO WS-EDITION-COUNT
                               SET WS-INDEX-EDI TO WS-EDITION-COUNT
                               MOVE CT-TYPE TO
                                   WS-EDI-TYPE(WS-INDEX-EDI)
                               MOVE CT-PROGRAMME TO
                                   WS-EDI-PROGRAMME(WS-INDEX-EDI)
                               MOVE CT-HEURE TO
                                   WS-EDI-HEURE(WS-INDEX-EDI)
                               MOVE CT-NB-ENREG TO
                                   WS-EDI-NB-ENREG(WS-INDEX-EDI)
                               MOVE CT-GENERATION TO
                                   WS-EDI-GENERATION(WS-INDEX-EDI)
                               MOVE "N" TO
                                   WS-EDI-DIFFUSEE(WS-INDEX-EDI)
                           ELSE
                               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                               DISPLAY "Plus de 300 editions ce "&
                                   "jour, " CT-GENERATION " ignoree."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.

           LOAD-DAY-EDITIONS-END.
           *>======================
               EXIT.

       2000-WRITE-DISTRIBUTION-SHEET SECTION.
       *>-----------------------------------------

           WRITE-DISTRIBUTION-SHEET-START.
           *>===============================

           MOVE 0 TO WS-NB-SANS-DEST.
           MOVE 0 TO WS-NB-DIFFUSEES.
           OPEN OUTPUT SHEET-FILE.
           MOVE SPACES TO SHEET-RECORD.
           STRING "=== Feuille de diffusion des editions du "
                   WS-DATE-FEUILLE " ==="
               DELIMITED BY SIZE INTO SHEET-RECORD
           END-STRING.
           WRITE SHEET-RECORD.

           PERFORM VARYING WS-INDEX-DEST FROM 1 BY 1 UNTIL
                   WS-INDEX-DEST > WS-DEST-COUNT
               PERFORM 2100-WRITE-ONE-RECIPIENT
           END-PERFORM.

           MOVE SPACES TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           MOVE "Editions du jour sans destinataire :" TO
               SHEET-RECORD.
           WRITE SHEET-RECORD.
           PERFORM VARYING WS-INDEX-EDI FROM 1 BY 1 UNTIL
                   WS-INDEX-EDI > WS-EDITION-COUNT
               IF WS-EDI-DIFFUSEE(WS-INDEX-EDI) = "N"
                   ADD 1 TO WS-NB-SANS-DEST
                   PERFORM 2200-WRITE-ONE-EDITION-LINE
               ELSE
                   ADD 1 TO WS-NB-DIFFUSEES
               END-IF
           END-PERFORM.
           IF WS-NB-SANS-DEST = 0
               MOVE "  (aucune)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF.
           CLOSE SHEET-FILE.

           WRITE-DISTRIBUTION-SHEET-END.
           *>=============================
               EXIT.

       2100-WRITE-ONE-RECIPIENT SECTION.
       *>------------------------------------

           WRITE-ONE-RECIPIENT-START.
           *>==========================

           MOVE SPACES TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           MOVE SPACES TO SHEET-RECORD.
           STRING "Destinataire : " WS-DES-NOM(WS-INDEX-DEST)
               DELIMITED BY SIZE INTO SHEET-RECORD
           END-STRING.
           WRITE SHEET-RECORD.

           MOVE 0 TO WS-NB-POUR-DEST.
           PERFORM VARYING WS-INDEX-EDI FROM 1 BY 1 UNTIL
                   WS-INDEX-EDI > WS-EDITION-COUNT
               PERFORM VARYING WS-INDEX-DIST FROM 1 BY 1 UNTIL
                       WS-INDEX-DIST > WS-DIST-COUNT
                   IF WS-DST-DESTINATAIRE(WS-INDEX-DIST) =
                           WS-DES-NOM(WS-INDEX-DEST) AND
                           WS-DST-TYPE(WS-INDEX-DIST) =
                           WS-EDI-TYPE(WS-INDEX-EDI)
                       ADD 1 TO WS-NB-POUR-DEST
                       MOVE "Y" TO WS-EDI-DIFFUSEE(WS-INDEX-EDI)
                       PERFORM 2200-WRITE-ONE-EDITION-LINE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-NB-POUR-DEST = 0
               MOVE "  (rien a remettre ce jour)" TO SHEET-RECORD
               WRITE SHEET-RECORD
           END-IF.

           WRITE-ONE-RECIPIENT-END.
           *>========================
               EXIT.

       2200-WRITE-ONE-EDITION-LINE SECTION.
       *>---------------------------------------

           WRITE-ONE-EDITION-LINE-START.
           *>=============================

           MOVE WS-EDI-HEURE(WS-INDEX-EDI) TO WS-EDIT-HEURE.
           INSPECT WS-EDIT-HEURE REPLACING ALL " " BY ":".
           MOVE WS-EDI-NB-ENREG(WS-INDEX-EDI) TO WS-EDIT-NB.
           MOVE SPACES TO SHEET-RECORD.
           STRING "  " WS-EDI-TYPE(WS-INDEX-EDI)
                   " " WS-EDI-PROGRAMME(WS-INDEX-EDI)
                   " " WS-EDIT-HEURE
                   " " WS-EDIT-NB " lignes  "
                   WS-EDI-GENERATION(WS-INDEX-EDI)
               DELIMITED BY SIZE INTO SHEET-RECORD
           END-STRING.
           WRITE SHEET-RECORD.

           WRITE-ONE-EDITION-LINE-END.
           *>===========================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "EDITION-DIFFUS".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "EDITION-DIFFUS".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "EDITION-DIFFUS".

       END PROGRAM EDITION-DIFFUSION.

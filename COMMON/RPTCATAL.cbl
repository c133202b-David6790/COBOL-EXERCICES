       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGUE-EDITION.
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
           SELECT REPORT-TYPE-FILE ASSIGN TO "RPTTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-FILE-STATUS.
           COPY RPTCATSL.
           SELECT CATALOG-TEMP-FILE ASSIGN TO "RPTCTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-FILE-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT GENERATION-FILE ASSIGN USING WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Types d'edition : fichier produit, type catalogue, nombre
      *> de generations conservees, libelle. Un fichier absent de
      *> la table est catalogue sous son nom sans extension, avec
      *> 5 generations.
       FD  REPORT-TYPE-FILE.
       01  REPORT-TYPE-RECORD.
           05 RT-FICHIER                PIC X(12).
           05 RT-TYPE                   PIC X(8).
           05 RT-RETENTION              PIC 9(2).
           05 RT-LIBELLE                PIC X(30).

       COPY RPTCATFD.

       FD  CATALOG-TEMP-FILE.
       01  CATALOG-TEMP-RECORD          PIC X(82).

       FD  SOURCE-FILE.
       01  SOURCE-RECORD                PIC X(250).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD            PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-TYPE-FILE-STATUS PIC X(2).
       01  WS-RPTCAT-FILE-STATUS PIC X(2).
       01  WS-TEMP-FILE-STATUS PIC X(2).
       01  WS-SOURCE-FILE-STATUS PIC X(2).
       01  WS-GENERATION-FILE-STATUS PIC X(2).
       01  WS-SOURCE-NAME PIC X(12).
       01  WS-GENERATION-NAME PIC X(12).
       01  WS-EOF PIC X VALUE "N".
           88  WS-END-OF-FILE VALUE "Y".

       01  WS-TYPE PIC X(8).
       01  WS-RETENTION PIC 9(2).
       01  WS-DERNIER-NUMERO PIC 9(6).
       01  WS-DERNIER-SLOT PIC 9(2).
       01  WS-SLOT PIC 9(2).
       01  WS-NB-ENREG PIC 9(7).
       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-HEURE PIC 9(6).
       01  WS-LIMITE-HISTORIQUE PIC 9(8).

       01  WS-NOUVELLE-ENTREE.
           05 WS-NE-NUMERO              PIC 9(6).
           05 WS-NE-TYPE                PIC X(8).
           05 WS-NE-PROGRAMME           PIC X(20).
           05 WS-NE-DATE                PIC 9(8).
           05 WS-NE-HEURE               PIC 9(6).
           05 WS-NE-NB-ENREG            PIC 9(7).
           05 WS-NE-SOURCE              PIC X(12).
           05 WS-NE-GENERATION          PIC X(12).
           05 WS-NE-SLOT                PIC 9(2).
           05 WS-NE-STATUT              PIC X.

       LINKAGE SECTION.
       COPY RPTCATLK.

       PROCEDURE DIVISION USING CATALOGUE-ZONE.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           MOVE "E" TO CAT-VERDICT.
           MOVE 0 TO CAT-NB-ENREG.
           MOVE SPACES TO CAT-GENERATION.
           MOVE CAT-FICHIER TO WS-SOURCE-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.

      *> Edition non produite par ce lancement : rien a cataloguer.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               MOVE "A" TO CAT-VERDICT
               GO TO PROCEDURES-END
           END-IF.
           CLOSE SOURCE-FILE.

           PERFORM 1000-LOAD-REPORT-TYPE.
           PERFORM 2000-SCAN-CATALOG.

           IF WS-DERNIER-SLOT >= WS-RETENTION
               MOVE 1 TO WS-SLOT
           ELSE
               COMPUTE WS-SLOT = WS-DERNIER-SLOT + 1
           END-IF.
           MOVE SPACES TO WS-GENERATION-NAME.
           STRING WS-TYPE DELIMITED BY SPACE
                   ".G" WS-SLOT DELIMITED BY SIZE
               INTO WS-GENERATION-NAME
           END-STRING.

           PERFORM 3000-COPY-GENERATION.
           IF NOT WS-GENERATION-FILE-STATUS = "00"
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 4000-REWRITE-CATALOG.
           IF WS-TEMP-FILE-STATUS = "00"
               MOVE "C" TO CAT-VERDICT
               MOVE WS-NB-ENREG TO CAT-NB-ENREG
               MOVE WS-GENERATION-NAME TO CAT-GENERATION
           END-IF.

           PROCEDURES-END.
           *>============
               GOBACK.

       1000-LOAD-REPORT-TYPE SECTION.
       *>---------------------------------

           LOAD-REPORT-TYPE-START.
           *>=======================

           MOVE SPACES TO WS-TYPE.
           UNSTRING CAT-FICHIER DELIMITED BY "."
               INTO WS-TYPE
           END-UNSTRING.
           MOVE 5 TO WS-RETENTION.

           MOVE "N" TO WS-EOF.
           OPEN INPUT REPORT-TYPE-FILE.
           IF WS-TYPE-FILE-STATUS NOT = "00"
               GO TO LOAD-REPORT-TYPE-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ REPORT-TYPE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RT-FICHIER = CAT-FICHIER
                           IF RT-TYPE NOT = SPACES
                               MOVE RT-TYPE TO WS-TYPE
                           END-IF
                           IF RT-RETENTION IS NUMERIC AND
                                   RT-RETENTION > 0
                               MOVE RT-RETENTION TO WS-RETENTION
                           END-IF
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-TYPE-FILE.

           LOAD-REPORT-TYPE-END.
           *>=====================
               EXIT.

       2000-SCAN-CATALOG SECTION.
       *>-----------------------------

           SCAN-CATALOG-START.
           *>===================

      *> Dernier numero attribue et emplacement de la generation la
      *> plus recente du type.
           MOVE 0 TO WS-DERNIER-NUMERO.
           MOVE 0 TO WS-DERNIER-SLOT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               GO TO SCAN-CATALOG-END
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CT-NUMERO IS NUMERIC AND
                               CT-NUMERO > WS-DERNIER-NUMERO
                           MOVE CT-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
                       IF CT-TYPE = WS-TYPE AND CT-SLOT IS NUMERIC
                           MOVE CT-SLOT TO WS-DERNIER-SLOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.

           SCAN-CATALOG-END.
           *>=================
               EXIT.

       3000-COPY-GENERATION SECTION.
       *>--------------------------------

           COPY-GENERATION-START.
           *>======================

           MOVE 0 TO WS-NB-ENREG.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "Generation " WS-GENERATION-NAME
                   " impossible a creer, edition non cataloguee."
               GO TO COPY-GENERATION-END
           END-IF.
           OPEN INPUT SOURCE-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-END-OF-FILE
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SOURCE-RECORD TO GENERATION-RECORD
                       WRITE GENERATION-RECORD
                       ADD 1 TO WS-NB-ENREG
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           CLOSE GENERATION-FILE.

           COPY-GENERATION-END.
           *>====================
               EXIT.

       4000-REWRITE-CATALOG SECTION.
       *>--------------------------------

           REWRITE-CATALOG-START.
           *>======================

      *> Le catalogue passe par RPTCTMP.DAT : la generation ecrasee
      *> (et toute generation au-dela d'une retention reduite) est
      *> marquee expiree ; les entrees expirees de plus d'un an sont
      *> retirees.
           COMPUTE WS-LIMITE-HISTORIQUE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR) - 365).

           OPEN OUTPUT CATALOG-TEMP-FILE.
           IF WS-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "RPTCTMP.DAT indisponible, edition non "&
                   "cataloguee."
               GO TO REWRITE-CATALOG-END
           END-IF.

           MOVE "N" TO WS-EOF.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-RPTCAT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ REPORT-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CT-TYPE = WS-TYPE AND CT-DISPONIBLE AND
                               (CT-SLOT = WS-SLOT OR
                                CT-SLOT > WS-RETENTION)
                           MOVE "E" TO CT-STATUT
                       END-IF
                       IF NOT (CT-EXPIREE AND
                               CT-DATE < WS-LIMITE-HISTORIQUE)
                           WRITE CATALOG-TEMP-RECORD FROM
                               REPORT-CATALOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RPTCAT-FILE-STATUS NOT = "35"
               CLOSE REPORT-CATALOG-FILE
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO GIVING WS-NE-NUMERO.
           MOVE WS-TYPE TO WS-NE-TYPE.
           MOVE CAT-PROGRAMME TO WS-NE-PROGRAMME.
           MOVE WS-DATE-DU-JOUR TO WS-NE-DATE.
           MOVE WS-HEURE TO WS-NE-HEURE.
           MOVE WS-NB-ENREG TO WS-NE-NB-ENREG.
           MOVE CAT-FICHIER TO WS-NE-SOURCE.
           MOVE WS-GENERATION-NAME TO WS-NE-GENERATION.
           MOVE WS-SLOT TO WS-NE-SLOT.
           MOVE "A" TO WS-NE-STATUT.
           WRITE CATALOG-TEMP-RECORD FROM WS-NOUVELLE-ENTREE.
           CLOSE CATALOG-TEMP-FILE.

           OPEN INPUT CATALOG-TEMP-FILE.
           OPEN OUTPUT REPORT-CATALOG-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-END-OF-FILE
               READ CATALOG-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE REPORT-CATALOG-RECORD FROM
                           CATALOG-TEMP-RECORD
               END-READ
           END-PERFORM.
           CLOSE CATALOG-TEMP-FILE.
           CLOSE REPORT-CATALOG-FILE.

           REWRITE-CATALOG-END.
           *>====================
               EXIT.

       END PROGRAM CATALOGUE-EDITION.

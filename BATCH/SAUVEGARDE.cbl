       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAUVEGARDE-JEU.
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
           SELECT BACKUP-PARM-FILE ASSIGN TO "SAUVPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           COPY ELEVMSSL.
           COPY SAUVSL.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
      *> Nombre de jeux conserves avant reutilisation du plus
      *> ancien emplacement (1 a 30, 7 par defaut).
       FD  BACKUP-PARM-FILE.
       01  BACKUP-PARM-RECORD.
           05 SP-RETENTION              PIC 9(2).

       COPY ELEVMSFD.

       COPY SAUVFD.

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-RETENTION PIC 9(2) VALUE 7.
       01  WS-DATE-DU-JOUR PIC 9(8).
       01  WS-HEURE PIC 9(6).
       01  WS-DERNIER-SLOT PIC 9(2) VALUE 0.
       01  WS-DERNIER-HORODATAGE PIC 9(14) VALUE 0.
       01  WS-HORODATAGE PIC 9(14).
       01  WS-SET-A-PURGER PIC 9(2).
       01  WS-SET-LU PIC 9(2).
       01  WS-SET-ECRIT PIC 9(2).
       01  WS-SET-TROUVE PIC X VALUE "N".
           88  WS-SET-EST-TROUVE VALUE "Y".

       01  WS-SRC-NB-ENREG PIC 9(7) VALUE 0.
       01  WS-SRC-TOTAL PIC 9(15) VALUE 0.
       01  WS-COPIE-OK PIC X VALUE "N".
           88  WS-COPIE-EST-OK VALUE "Y".
       01  WS-CNT-COPIES PIC 9(3) VALUE 0.
       01  WS-CNT-ABSENTS PIC 9(3) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(3) VALUE 0.
       01  WS-EDIT-NB PIC Z(6)9.

       COPY SAUVWS.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           PERFORM 0500-LOAD-RETENTION.
           PERFORM 9870-LOAD-SET-INDEX.
           PERFORM 1000-ROTATE-SETS.
           PERFORM 1100-CHOOSE-SLOT.

           DISPLAY "=== Sauvegarde des fichiers de donnees, jeu "
               WS-SVG-EDIT-SLOT " ===".

           MOVE "SAUVMANI.DAT" TO WS-SVG-LIVE-NAME.
           PERFORM 9872-BUILD-SET-NAMES.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-SVG-MANIFEST-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Manifeste " WS-SVG-MANIFEST-NAME
                   " impossible a creer, sauvegarde abandonnee."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM VARYING WS-INDEX-SVG FROM 1 BY 1 UNTIL
                   WS-INDEX-SVG > WS-SVG-NB-FICHIERS
               PERFORM 2000-BACKUP-ONE-FILE
           END-PERFORM.
           CLOSE MANIFEST-FILE.

           PERFORM 3000-RECORD-SET.

           DISPLAY "Fichiers sauvegardes : " WS-CNT-COPIES
               ", absents : " WS-CNT-ABSENTS
               ", en erreur : " WS-CNT-ERREURS.
           IF WS-CNT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Jeu " WS-SVG-EDIT-SLOT " incomplet : il ne "&
                   "pourra pas etre restaure."
           ELSE
               DISPLAY "Jeu " WS-SVG-EDIT-SLOT " complet et verifie "&
                   "(manifeste " WS-SVG-MANIFEST-NAME ")."
           END-IF.

           COMPUTE WS-RUN-IN = WS-SVG-NB-FICHIERS - WS-CNT-ABSENTS.
           MOVE WS-CNT-COPIES TO WS-RUN-OUT.
           MOVE WS-CNT-ERREURS TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-RETENTION SECTION.
       *>-------------------------------

           LOAD-RETENTION-START.
           *>=====================

           MOVE 7 TO WS-RETENTION.
           OPEN INPUT BACKUP-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               GO TO LOAD-RETENTION-END
           END-IF.
           READ BACKUP-PARM-FILE
               NOT AT END
                   IF SP-RETENTION IS NUMERIC AND SP-RETENTION > 0
                       MOVE SP-RETENTION TO WS-RETENTION
                   END-IF
           END-READ.
           CLOSE BACKUP-PARM-FILE.
           IF WS-RETENTION > 30
               MOVE 30 TO WS-RETENTION
           END-IF.

           LOAD-RETENTION-END.
           *>===================
               EXIT.

       1000-ROTATE-SETS SECTION.
       *>----------------------------

           ROTATE-SETS-START.
           *>==================

      *> Une retention reduite purge les jeux des emplacements
      *> au-dela : copies et manifeste sont vides, l'entree retiree.
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               IF WS-SET-SLOT(WS-INDEX-SET) > WS-RETENTION AND
                       WS-SET-STATUT(WS-INDEX-SET) NOT = "P"
                   MOVE WS-SET-SLOT(WS-INDEX-SET) TO WS-SET-A-PURGER
                   PERFORM 1050-EMPTY-ONE-SET
                   MOVE "P" TO WS-SET-STATUT(WS-INDEX-SET)
                   DISPLAY "Jeu " WS-SVG-EDIT-SLOT " du "
                       WS-SET-DATE(WS-INDEX-SET)
                       " purge (retention " WS-RETENTION ")."
               END-IF
           END-PERFORM.

           ROTATE-SETS-END.
           *>================
               EXIT.

       1050-EMPTY-ONE-SET SECTION.
       *>------------------------------

           EMPTY-ONE-SET-START.
           *>====================

           MOVE WS-SET-A-PURGER TO WS-SVG-SLOT.
           PERFORM VARYING WS-INDEX-SVG FROM 1 BY 1 UNTIL
                   WS-INDEX-SVG > WS-SVG-NB-FICHIERS
               MOVE WS-SVG-FICHIER(WS-INDEX-SVG) TO WS-SVG-LIVE-NAME
               PERFORM 9872-BUILD-SET-NAMES
               OPEN INPUT SET-COPY-FILE
               IF WS-SVG-COPY-STATUS = "00"
                   CLOSE SET-COPY-FILE
                   OPEN OUTPUT SET-COPY-FILE
                   CLOSE SET-COPY-FILE
               END-IF
           END-PERFORM.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-SVG-MANIFEST-STATUS = "00"
               CLOSE MANIFEST-FILE
           END-IF.

           EMPTY-ONE-SET-END.
           *>==================
               EXIT.

       1100-CHOOSE-SLOT SECTION.
       *>----------------------------

           CHOOSE-SLOT-START.
           *>==================

      *> Emplacement suivant celui du jeu le plus recent ; au-dela
      *> de la retention, le plus ancien emplacement est reutilise.
           MOVE 0 TO WS-DERNIER-SLOT.
           MOVE 0 TO WS-DERNIER-HORODATAGE.
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               IF WS-SET-STATUT(WS-INDEX-SET) NOT = "P"
                   COMPUTE WS-HORODATAGE =
                       WS-SET-DATE(WS-INDEX-SET) * 1000000 +
                       WS-SET-HEURE(WS-INDEX-SET)
                   IF WS-HORODATAGE >= WS-DERNIER-HORODATAGE
                       MOVE WS-HORODATAGE TO WS-DERNIER-HORODATAGE
                       MOVE WS-SET-SLOT(WS-INDEX-SET) TO
                           WS-DERNIER-SLOT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DERNIER-SLOT >= WS-RETENTION
               MOVE 1 TO WS-SVG-SLOT
           ELSE
               COMPUTE WS-SVG-SLOT = WS-DERNIER-SLOT + 1
           END-IF.
           MOVE WS-SVG-SLOT TO WS-SVG-EDIT-SLOT.

           CHOOSE-SLOT-END.
           *>================
               EXIT.

       2000-BACKUP-ONE-FILE SECTION.
       *>--------------------------------

           BACKUP-ONE-FILE-START.
           *>======================

           MOVE WS-SVG-FICHIER(WS-INDEX-SVG) TO WS-SVG-LIVE-NAME.
           PERFORM 9872-BUILD-SET-NAMES.

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-SVG-FICHIER(WS-INDEX-SVG) TO MF-FICHIER.
           MOVE WS-SVG-COPY-NAME TO MF-COPIE.
           MOVE "N" TO MF-PRESENT.
           MOVE 0 TO MF-NB-ENREG.
           MOVE 0 TO MF-TOTAL.

           PERFORM 2100-COPY-ONE-FILE.
           IF NOT WS-SVG-EST-PRESENT
      *> Fichier non encore cree par la suite : l'ancienne copie de
      *> cet emplacement ne doit pas survivre dans le nouveau jeu.
               OPEN INPUT SET-COPY-FILE
               IF WS-SVG-COPY-STATUS = "00"
                   CLOSE SET-COPY-FILE
                   OPEN OUTPUT SET-COPY-FILE
                   CLOSE SET-COPY-FILE
               END-IF
               ADD 1 TO WS-CNT-ABSENTS
               WRITE MANIFEST-RECORD
               GO TO BACKUP-ONE-FILE-END
           END-IF.

           IF NOT WS-COPIE-EST-OK
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SVG-LIVE-NAME " : copie "
                   WS-SVG-COPY-NAME " impossible."
               GO TO BACKUP-ONE-FILE-END
           END-IF.

      *> Relecture de la copie : elle doit redonner exactement le
      *> nombre et le total de controle lus sur le fichier vivant.
           PERFORM 9876-MEASURE-COPY-FILE.
           IF WS-SVG-NB-ENREG NOT = WS-SRC-NB-ENREG OR
                   WS-SVG-TOTAL NOT = WS-SRC-TOTAL
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SVG-LIVE-NAME " : copie non conforme ("
                   WS-SVG-NB-ENREG " lus pour " WS-SRC-NB-ENREG ")."
               GO TO BACKUP-ONE-FILE-END
           END-IF.

           MOVE "O" TO MF-PRESENT.
           MOVE WS-SRC-NB-ENREG TO MF-NB-ENREG.
           MOVE WS-SRC-TOTAL TO MF-TOTAL.
           WRITE MANIFEST-RECORD.
           ADD 1 TO WS-CNT-COPIES.
           MOVE WS-SRC-NB-ENREG TO WS-EDIT-NB.
           DISPLAY "  " WS-SVG-LIVE-NAME " -> " WS-SVG-COPY-NAME
               WS-EDIT-NB " enreg.".

           BACKUP-ONE-FILE-END.
           *>====================
               EXIT.

       2100-COPY-ONE-FILE SECTION.
       *>------------------------------

           COPY-ONE-FILE-START.
           *>====================

      *> Copie enregistrement par enregistrement, avec calcul du
      *> nombre et du total de controle du fichier vivant ; les
      *> fichiers indexes sont copies en image sequentielle.
           MOVE "N" TO WS-SVG-PRESENT.
           MOVE "N" TO WS-COPIE-OK.
           MOVE 0 TO WS-SVG-NB-ENREG.
           MOVE 0 TO WS-SVG-TOTAL.
           MOVE "N" TO WS-SVG-EOF.

           EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
               WHEN "M"
                   OPEN INPUT MASTER-FILE
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       GO TO COPY-ONE-FILE-END
                   END-IF
               WHEN "P"
                   OPEN INPUT SCORE-FILE
                   IF WS-SCORE-FILE-STATUS NOT = "00"
                       GO TO COPY-ONE-FILE-END
                   END-IF
               WHEN OTHER
                   OPEN INPUT LIVE-DATA-FILE
                   IF WS-SVG-LIVE-STATUS NOT = "00"
                       GO TO COPY-ONE-FILE-END
                   END-IF
           END-EVALUATE.
           MOVE "O" TO WS-SVG-PRESENT.

           OPEN OUTPUT SET-COPY-FILE.
           IF WS-SVG-COPY-STATUS NOT = "00"
               MOVE "Y" TO WS-SVG-EOF
           ELSE
               MOVE "Y" TO WS-COPIE-OK
           END-IF.

           PERFORM UNTIL WS-SVG-END-OF-FILE
               EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
                   WHEN "M"
                       READ MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE MASTER-RECORD TO WS-SVG-BUFFER
                       END-READ
                   WHEN "P"
                       READ SCORE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE SCORE-RECORD TO WS-SVG-BUFFER
                       END-READ
                   WHEN OTHER
                       READ LIVE-DATA-FILE
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE LIVE-DATA-RECORD TO WS-SVG-BUFFER
                       END-READ
               END-EVALUATE
               IF NOT WS-SVG-END-OF-FILE
                   MOVE WS-SVG-BUFFER TO SET-COPY-RECORD
                   WRITE SET-COPY-RECORD
                   PERFORM 9874-HASH-BUFFER
               END-IF
           END-PERFORM.

           IF WS-COPIE-EST-OK
               CLOSE SET-COPY-FILE
           END-IF.
           EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
               WHEN "M"
                   CLOSE MASTER-FILE
               WHEN "P"
                   CLOSE SCORE-FILE
               WHEN OTHER
                   CLOSE LIVE-DATA-FILE
           END-EVALUATE.
           MOVE WS-SVG-NB-ENREG TO WS-SRC-NB-ENREG.
           MOVE WS-SVG-TOTAL TO WS-SRC-TOTAL.

           COPY-ONE-FILE-END.
           *>==================
               EXIT.

       3000-RECORD-SET SECTION.
       *>---------------------------

           RECORD-SET-START.
           *>=================

      *> L'entree de l'emplacement est remplacee ; les jeux purges
      *> disparaissent de l'index.
           MOVE "N" TO WS-SET-TROUVE.
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               IF WS-SET-SLOT(WS-INDEX-SET) = WS-SVG-SLOT
                   MOVE "Y" TO WS-SET-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-SET-EST-TROUVE
               IF WS-SVG-SET-COUNT >= 30
                   DISPLAY "SAUVSETS.DAT plein, jeu non indexe."
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   GO TO RECORD-SET-END
               END-IF
               ADD 1 TO WS-SVG-SET-COUNT
               SET WS-INDEX-SET TO WS-SVG-SET-COUNT
           END-IF.

           MOVE WS-SVG-SLOT TO WS-SET-SLOT(WS-INDEX-SET).
           MOVE WS-DATE-DU-JOUR TO WS-SET-DATE(WS-INDEX-SET).
           MOVE WS-HEURE TO WS-SET-HEURE(WS-INDEX-SET).
           IF WS-CNT-ERREURS > 0
               MOVE "E" TO WS-SET-STATUT(WS-INDEX-SET)
           ELSE
               MOVE "C" TO WS-SET-STATUT(WS-INDEX-SET)
           END-IF.
           MOVE WS-CNT-COPIES TO WS-SET-NB-FICHIERS(WS-INDEX-SET).
           MOVE WS-CNT-ABSENTS TO WS-SET-NB-ABSENTS(WS-INDEX-SET).
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO WS-SET-OPERATEUR(WS-INDEX-SET)
           ELSE
               MOVE RC-OPERATOR-ID TO WS-SET-OPERATEUR(WS-INDEX-SET)
           END-IF.

           MOVE 0 TO WS-SET-ECRIT.
           PERFORM VARYING WS-SET-LU FROM 1 BY 1 UNTIL
                   WS-SET-LU > WS-SVG-SET-COUNT
               IF WS-SET-STATUT(WS-SET-LU) NOT = "P"
                   ADD 1 TO WS-SET-ECRIT
                   IF WS-SET-ECRIT NOT = WS-SET-LU
                       MOVE WS-SVG-SET-ENTRY(WS-SET-LU) TO
                           WS-SVG-SET-ENTRY(WS-SET-ECRIT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SET-ECRIT TO WS-SVG-SET-COUNT.

           PERFORM 9871-REWRITE-SET-INDEX.

           RECORD-SET-END.
           *>===============
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "SAUVEGARDE-JEU".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "SAUVEGARDE-JEU".

       COPY SAUVPR.

       END PROGRAM SAUVEGARDE-JEU.

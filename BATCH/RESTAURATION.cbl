       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAURE-JEU.
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
           COPY SAUVSL.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

       COPY SAUVFD.

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-SAISIE-SLOT PIC X(2).
       01  WS-CONFIRMATION PIC X.
           88  WS-EST-CONFIRME VALUE "O" "o".
       01  WS-SET-TROUVE PIC X VALUE "N".
           88  WS-SET-EST-TROUVE VALUE "Y".

      *> Manifeste du jeu choisi, dans l'ordre de WS-SVG-ENTRY.
       01  WS-MANIFESTE-TABLE.
           05 WS-MAN-ENTRY OCCURS 71 TIMES
                   INDEXED BY WS-INDEX-MAN.
               10 WS-MAN-FICHIER         PIC X(12).
               10 WS-MAN-PRESENT         PIC X.
                   88  WS-MAN-EST-PRESENT VALUE "O".
               10 WS-MAN-NB-ENREG        PIC 9(7).
               10 WS-MAN-TOTAL           PIC 9(15).
               10 WS-MAN-COPIE           PIC X(12).
       01  WS-MAN-COUNT PIC 9(3) VALUE 0.

       01  WS-CNT-RESTAURES PIC 9(3) VALUE 0.
       01  WS-CNT-CONSERVES PIC 9(3) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(3) VALUE 0.
       01  WS-ECRITURE-OK PIC X VALUE "N".
           88  WS-ECRITURE-EST-OK VALUE "Y".
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

           IF RC-MODE-OVERRIDE = "B" OR "b"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "La restauration ne s'execute pas en lot."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 9870-LOAD-SET-INDEX.
           IF WS-SVG-SET-COUNT = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Aucun jeu de sauvegarde (SAUVSETS.DAT)."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 1000-CHOOSE-SET.
           IF NOT WS-SET-EST-TROUVE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 2000-LOAD-MANIFEST.
           IF WS-MAN-COUNT = 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Manifeste " WS-SVG-MANIFEST-NAME
                   " absent ou vide, restauration refusee."
               GO TO PROCEDURES-END
           END-IF.

      *> Toutes les copies sont controlees avant de toucher au
      *> moindre fichier vivant : un jeu abime n'est pas restaure.
           PERFORM 3000-VERIFY-SET.
           IF WS-CNT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY WS-CNT-ERREURS " copie(s) non conforme(s) au "&
                   "manifeste, restauration refusee."
               GO TO PROCEDURES-END
           END-IF.

           DISPLAY "Jeu conforme. Remplacer les fichiers vivants "&
               "par le jeu " WS-SVG-EDIT-SLOT " (O/N) ?".
           ACCEPT WS-CONFIRMATION.
           IF NOT WS-EST-CONFIRME
               DISPLAY "Restauration abandonnee."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 4000-RESTORE-SET.
           PERFORM 5000-CHECK-RESTORED.

           DISPLAY "Fichiers restaures : " WS-CNT-RESTAURES
               ", conserves : " WS-CNT-CONSERVES
               ", en erreur : " WS-CNT-ERREURS.
           IF WS-CNT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Restauration incomplete : verifier les "&
                   "fichiers signales."
           ELSE
               DISPLAY "Restauration verifiee contre le manifeste."
           END-IF.

           MOVE WS-MAN-COUNT TO WS-RUN-IN.
           MOVE WS-CNT-RESTAURES TO WS-RUN-OUT.
           MOVE WS-CNT-ERREURS TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-CHOOSE-SET SECTION.
       *>---------------------------

           CHOOSE-SET-START.
           *>=================

           DISPLAY "=== Jeux de sauvegarde disponibles ===".
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               EVALUATE WS-SET-STATUT(WS-INDEX-SET)
                   WHEN "C"
                       DISPLAY "  Jeu " WS-SET-SLOT(WS-INDEX-SET)
                           " du " WS-SET-DATE(WS-INDEX-SET)
                           " a " WS-SET-HEURE(WS-INDEX-SET)
                           " : " WS-SET-NB-FICHIERS(WS-INDEX-SET)
                           " fichier(s), complet"
                   WHEN OTHER
                       DISPLAY "  Jeu " WS-SET-SLOT(WS-INDEX-SET)
                           " du " WS-SET-DATE(WS-INDEX-SET)
                           " a " WS-SET-HEURE(WS-INDEX-SET)
                           " : incomplet, non restaurable"
               END-EVALUATE
           END-PERFORM.

           DISPLAY "Numero du jeu a restaurer :".
           ACCEPT WS-SAISIE-SLOT.
           IF WS-SAISIE-SLOT(2:1) = SPACE
               MOVE WS-SAISIE-SLOT(1:1) TO WS-SAISIE-SLOT(2:1)
               MOVE "0" TO WS-SAISIE-SLOT(1:1)
           END-IF.
           IF WS-SAISIE-SLOT IS NOT NUMERIC
               DISPLAY "Numero de jeu invalide."
               GO TO CHOOSE-SET-END
           END-IF.
           MOVE WS-SAISIE-SLOT TO WS-SVG-SLOT.

           MOVE "N" TO WS-SET-TROUVE.
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               IF WS-SET-SLOT(WS-INDEX-SET) = WS-SVG-SLOT
                   MOVE "Y" TO WS-SET-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-SET-EST-TROUVE
               DISPLAY "Jeu " WS-SAISIE-SLOT " inconnu."
               GO TO CHOOSE-SET-END
           END-IF.
           IF WS-SET-STATUT(WS-INDEX-SET) NOT = "C"
               MOVE "N" TO WS-SET-TROUVE
               DISPLAY "Jeu " WS-SAISIE-SLOT " incomplet : "&
                   "restauration refusee."
               GO TO CHOOSE-SET-END
           END-IF.

           MOVE "SAUVMANI.DAT" TO WS-SVG-LIVE-NAME.
           PERFORM 9872-BUILD-SET-NAMES.

           CHOOSE-SET-END.
           *>===============
               EXIT.

       2000-LOAD-MANIFEST SECTION.
       *>------------------------------

           LOAD-MANIFEST-START.
           *>====================

           MOVE 0 TO WS-MAN-COUNT.
           OPEN INPUT MANIFEST-FILE.
           IF WS-SVG-MANIFEST-STATUS NOT = "00"
               GO TO LOAD-MANIFEST-END
           END-IF.
           MOVE "N" TO WS-SVG-EOF.
           PERFORM UNTIL WS-SVG-END-OF-FILE OR WS-MAN-COUNT >= 71
               READ MANIFEST-FILE
                   AT END
                       MOVE "Y" TO WS-SVG-EOF
                   NOT AT END
                       ADD 1 TO WS-MAN-COUNT
                       SET WS-INDEX-MAN TO WS-MAN-COUNT
                       MOVE MF-FICHIER TO WS-MAN-FICHIER(WS-INDEX-MAN)
                       MOVE MF-PRESENT TO WS-MAN-PRESENT(WS-INDEX-MAN)
                       MOVE MF-NB-ENREG TO
                           WS-MAN-NB-ENREG(WS-INDEX-MAN)
                       MOVE MF-TOTAL TO WS-MAN-TOTAL(WS-INDEX-MAN)
                       MOVE MF-COPIE TO WS-MAN-COPIE(WS-INDEX-MAN)
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

           LOAD-MANIFEST-END.
           *>==================
               EXIT.

       3000-VERIFY-SET SECTION.
       *>---------------------------

           VERIFY-SET-START.
           *>=================

           MOVE 0 TO WS-CNT-ERREURS.
           PERFORM VARYING WS-INDEX-MAN FROM 1 BY 1 UNTIL
                   WS-INDEX-MAN > WS-MAN-COUNT
               IF WS-MAN-EST-PRESENT(WS-INDEX-MAN)
                   MOVE WS-MAN-COPIE(WS-INDEX-MAN) TO WS-SVG-COPY-NAME
                   PERFORM 9876-MEASURE-COPY-FILE
                   IF NOT WS-SVG-EST-PRESENT OR
                           WS-SVG-NB-ENREG NOT =
                               WS-MAN-NB-ENREG(WS-INDEX-MAN) OR
                           WS-SVG-TOTAL NOT =
                               WS-MAN-TOTAL(WS-INDEX-MAN)
                       ADD 1 TO WS-CNT-ERREURS
                       DISPLAY "  " WS-MAN-COPIE(WS-INDEX-MAN)
                           " : " WS-SVG-NB-ENREG " enreg. lus, "
                           WS-MAN-NB-ENREG(WS-INDEX-MAN) " attendus "&
                           "ou total de controle different."
                   END-IF
               END-IF
           END-PERFORM.

           VERIFY-SET-END.
           *>===============
               EXIT.

       4000-RESTORE-SET SECTION.
       *>----------------------------

           RESTORE-SET-START.
           *>==================

           PERFORM VARYING WS-INDEX-MAN FROM 1 BY 1 UNTIL
                   WS-INDEX-MAN > WS-MAN-COUNT
               IF WS-MAN-EST-PRESENT(WS-INDEX-MAN)
                   PERFORM 4100-RESTORE-ONE-FILE
               ELSE
                   ADD 1 TO WS-CNT-CONSERVES
                   DISPLAY "  " WS-MAN-FICHIER(WS-INDEX-MAN)
                       " : absent du jeu, fichier courant conserve."
               END-IF
           END-PERFORM.

           RESTORE-SET-END.
           *>================
               EXIT.

       4100-RESTORE-ONE-FILE SECTION.
       *>---------------------------------

           RESTORE-ONE-FILE-START.
           *>=======================

           PERFORM 4150-FIND-FILE-KIND.
           MOVE WS-MAN-FICHIER(WS-INDEX-MAN) TO WS-SVG-LIVE-NAME.
           MOVE WS-MAN-COPIE(WS-INDEX-MAN) TO WS-SVG-COPY-NAME.
           MOVE "N" TO WS-ECRITURE-OK.

           OPEN INPUT SET-COPY-FILE.
           IF WS-SVG-COPY-STATUS NOT = "00"
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SVG-COPY-NAME " illisible."
               GO TO RESTORE-ONE-FILE-END
           END-IF.

           EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
               WHEN "M"
                   OPEN OUTPUT MASTER-FILE
                   IF WS-MASTER-FILE-STATUS = "00"
                       MOVE "Y" TO WS-ECRITURE-OK
                   END-IF
               WHEN "P"
                   OPEN OUTPUT SCORE-FILE
                   IF WS-SCORE-FILE-STATUS = "00"
                       MOVE "Y" TO WS-ECRITURE-OK
                   END-IF
               WHEN OTHER
                   OPEN OUTPUT LIVE-DATA-FILE
                   IF WS-SVG-LIVE-STATUS = "00"
                       MOVE "Y" TO WS-ECRITURE-OK
                   END-IF
           END-EVALUATE.
           IF NOT WS-ECRITURE-EST-OK
               CLOSE SET-COPY-FILE
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SVG-LIVE-NAME " impossible a reecrire."
               GO TO RESTORE-ONE-FILE-END
           END-IF.

           MOVE "N" TO WS-SVG-EOF.
           PERFORM UNTIL WS-SVG-END-OF-FILE
               READ SET-COPY-FILE
                   AT END
                       MOVE "Y" TO WS-SVG-EOF
                   NOT AT END
                       EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
                           WHEN "M"
                               MOVE SET-COPY-RECORD TO MASTER-RECORD
                               WRITE MASTER-RECORD
                           WHEN "P"
                               MOVE SET-COPY-RECORD TO SCORE-RECORD
                               WRITE SCORE-RECORD
                           WHEN OTHER
                               MOVE SET-COPY-RECORD TO
                                   LIVE-DATA-RECORD
                               WRITE LIVE-DATA-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE SET-COPY-FILE.
           EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
               WHEN "M"
                   CLOSE MASTER-FILE
               WHEN "P"
                   CLOSE SCORE-FILE
               WHEN OTHER
                   CLOSE LIVE-DATA-FILE
           END-EVALUATE.
           ADD 1 TO WS-CNT-RESTAURES.

           RESTORE-ONE-FILE-END.
           *>=====================
               EXIT.

       4150-FIND-FILE-KIND SECTION.
       *>-------------------------------

           FIND-FILE-KIND-START.
           *>=====================

      *> Un fichier inconnu de la liste courante est traite comme
      *> un sequentiel ligne.
           SET WS-INDEX-SVG TO 3.
           PERFORM VARYING WS-SVG-POS FROM 1 BY 1 UNTIL
                   WS-SVG-POS > WS-SVG-NB-FICHIERS
               IF WS-SVG-FICHIER(WS-SVG-POS) =
                       WS-MAN-FICHIER(WS-INDEX-MAN)
                   SET WS-INDEX-SVG TO WS-SVG-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-FILE-KIND-END.
           *>===================
               EXIT.

       5000-CHECK-RESTORED SECTION.
       *>-------------------------------

           CHECK-RESTORED-START.
           *>=====================

      *> Relecture des fichiers vivants restaures : nombre et total
      *> de controle doivent retrouver ceux du manifeste.
           PERFORM VARYING WS-INDEX-MAN FROM 1 BY 1 UNTIL
                   WS-INDEX-MAN > WS-MAN-COUNT
               IF WS-MAN-EST-PRESENT(WS-INDEX-MAN)
                   PERFORM 4150-FIND-FILE-KIND
                   MOVE WS-MAN-FICHIER(WS-INDEX-MAN) TO
                       WS-SVG-LIVE-NAME
                   PERFORM 9875-MEASURE-LIVE-FILE
                   MOVE WS-SVG-NB-ENREG TO WS-EDIT-NB
                   IF WS-SVG-NB-ENREG = WS-MAN-NB-ENREG(WS-INDEX-MAN)
                           AND WS-SVG-TOTAL =
                               WS-MAN-TOTAL(WS-INDEX-MAN)
                       DISPLAY "  " WS-SVG-LIVE-NAME WS-EDIT-NB
                           " enreg., conforme."
                   ELSE
                       ADD 1 TO WS-CNT-ERREURS
                       DISPLAY "  " WS-SVG-LIVE-NAME WS-EDIT-NB
                           " enreg., NON CONFORME au manifeste."
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-RESTORED-END.
           *>===================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "RESTAURE-JEU".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "RESTAURE-JEU".

       COPY SAUVPR.

       END PROGRAM RESTAURE-JEU.

           SELECT REGRESSION-DIFF-FILE ASSIGN TO "INTREGDF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-DIFF-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "INTLAYOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.
           SELECT LAY-TARGET-FILE ASSIGN USING WS-LAY-FICHIER-CIBLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           SELECT LAY-REPORT-FILE ASSIGN TO "INTLAYRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAY-REPORT-STATUS.
           COPY DIAGSL.
           COPY RUNCTLSL.
           COPY OPSLOGSL.
           05 RL-TYPE                  PIC X(8).
           05 RL-PARM1                 PIC 9(10).
           05 RL-PARM2                 PIC 9(10).
      *> C = regle de champ, appliquee seulement quand un gabarit de
      *> fichier la nomme ; a blanc = regle des valeurs soumises.
           05 RL-PORTEE                PIC X.

       FD  CHK-INPUT-FILE.
       01  CHK-INPUT-RECORD.
       FD  REGRESSION-DIFF-FILE.
       01  REGRESSION-DIFF-RECORD      PIC X(90).

      *> Gabarits des fichiers d'interface : pour chaque fichier
      *> (ELEVES.DAT, ABSEVENT.DAT...), une ligne par champ portant
      *> le nom du fichier ; les lignes commencant par * sont des
      *> commentaires.
      *> Variante : code des 3 premiers caracteres de l'enregistrement
      *> (EXP, AMO...) ; a blanc, le champ vaut pour les
      *> enregistrements qui ne portent aucune variante declaree.
      *> Type : N = chiffres, S = signe + ou - suivi de chiffres,
      *> A = libre. Obligatoire : O = le champ ne peut etre a blanc.
      *> Valeurs : caracteres permis pour un champ d'un caractere.
      *> Regles : noms de regles INTRULES.DAT, champs N de 10 chiffres
      *> au plus.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD.
           05 LY-FICHIER               PIC X(12).
           05 LY-VARIANTE              PIC X(3).
           05 LY-CHAMP                 PIC X(12).
           05 LY-POSITION              PIC 9(3).
           05 LY-LONGUEUR              PIC 9(3).
           05 LY-TYPE                  PIC X.
           05 LY-OBLIGATOIRE           PIC X.
           05 LY-VALEURS               PIC X(10).
           05 LY-REGLE OCCURS 3 TIMES  PIC X(10).

       FD  LAY-TARGET-FILE.
       01  LAY-TARGET-RECORD           PIC X(200).

       FD  LAY-REPORT-FILE.
       01  LAY-REPORT-RECORD           PIC X(120).

       COPY DIAGFD.

       COPY RUNCTLFD.
       01  WS-RUN-MODE PIC X VALUE "I".
           88  WS-INTERACTIVE-MODE VALUE "I" "i".
           88  WS-BATCH-MODE VALUE "B" "b".
           88  WS-LAYOUT-MODE VALUE "L" "l".

       01  WS-LOW-BOUND PIC 9(10) VALUE 0.
       01  WS-HIGH-BOUND PIC 9(10) VALUE 999999999.
               10 WS-RULE-TYPE          PIC X(8).
               10 WS-RULE-PARM1         PIC 9(10).
               10 WS-RULE-PARM2         PIC 9(10).
               10 WS-RULE-PORTEE        PIC X.
       01  WS-RULE-COUNT PIC 9(2) VALUE 0.
       01  WS-RULES-FILE-STATUS PIC X(2).
       01  WS-EOF-RULES PIC X VALUE "N".
       01  WS-EDIT-BAND-LOW PIC ZZZZZZZZZ9.
       01  WS-EDIT-BAND-HIGH PIC ZZZZZZZZZ9.

      *> Controle d'un fichier d'interface contre son gabarit : le
      *> verdict revient a l'appelant par RC-LAST-RUN-STATUS.
       01  WS-LAYOUT-FILE-STATUS PIC X(2).
       01  WS-TARGET-FILE-STATUS PIC X(2).
       01  WS-LAY-REPORT-STATUS PIC X(2).
       01  WS-LAY-FICHIER-CIBLE PIC X(12).
       01  WS-EOF-LAYOUT PIC X VALUE "N".
           88  WS-END-OF-LAYOUT VALUE "Y".
       01  WS-EOF-TARGET PIC X VALUE "N".
           88  WS-END-OF-TARGET VALUE "Y".
       01  WS-LAY-GABARIT-OK PIC X VALUE "Y".
           88  WS-LAY-GABARIT-EST-OK VALUE "Y".
       01  WS-LAY-TABLE.
           05 WS-LAY-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-INDEX-LAY.
               10 WS-LAY-VARIANTE        PIC X(3).
               10 WS-LAY-CHAMP           PIC X(12).
               10 WS-LAY-POSITION        PIC 9(3).
               10 WS-LAY-LONGUEUR        PIC 9(3).
               10 WS-LAY-TYPE            PIC X.
               10 WS-LAY-OBLIGATOIRE     PIC X.
               10 WS-LAY-VALEURS         PIC X(10).
               10 WS-LAY-RANG-REGLE OCCURS 3 TIMES PIC 9(2).
               10 WS-LAY-NB-ERREURS      PIC 9(7).
       01  WS-LAY-COUNT PIC 9(2) VALUE 0.
       01  WS-LAY-VAR-TABLE.
           05 WS-LAY-VAR-CODE OCCURS 10 TIMES
                   INDEXED BY WS-INDEX-LAY-VAR PIC X(3).
       01  WS-LAY-VAR-COUNT PIC 9(2) VALUE 0.
       01  WS-LAY-VARIANTE-ENREG PIC X(3).
       01  WS-LAY-SCAN PIC 9.
       01  WS-LAY-NB-TROUVES PIC 9(2).
       01  WS-LAY-FIN-CHAMP PIC 9(3).
       01  WS-LAY-LG PIC 9(3).
       01  WS-LAY-VALEUR PIC X(40).
       01  WS-LAY-NUM-ENREG PIC 9(7) VALUE 0.
       01  WS-LAY-ENREG-REJETE PIC X VALUE "N".
           88  WS-LAY-ENREG-EST-REJETE VALUE "Y".
       01  WS-LAY-CNT-REJETES PIC 9(7) VALUE 0.
       01  WS-LAY-CNT-ERREURS PIC 9(7) VALUE 0.
       01  WS-LAY-MOTIF PIC X(30).
       01  WS-EDIT-LAY-ENREG PIC ZZZZZZ9.
       01  WS-EDIT-LAY-POS PIC ZZ9.
       01  WS-EDIT-LAY-LG PIC ZZ9.

       COPY DIAGWS.

       COPY RUNCTLWS.

       COPY VALNUMLK.

       COPY RPTCATLK.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           PERFORM 0550-LOAD-RULES.

           IF RC-MODE-OVERRIDE = "I" OR "i" OR "B" OR "b"
                   OR "L" OR "l"
               MOVE RC-MODE-OVERRIDE TO WS-RUN-MODE
               DISPLAY "Mode fourni par le plan d'exploitation : "
                   WS-RUN-MODE
           ELSE
               DISPLAY "Mode: I = Interactif, B = Batch (fichier), "&
                   "L = Controle d'un fichier par son gabarit"
               ACCEPT WS-RUN-MODE
           END-IF.

           IF WS-BATCH-MODE OR WS-LAYOUT-MODE
               PERFORM 0700-RULE-REGRESSION
               IF WS-REGRESSION-PASSED
                   IF WS-BATCH-MODE
                       PERFORM 2000-BATCH-PROCESS
                   ELSE
                       PERFORM 3000-LAYOUT-GATE
                   END-IF
               ELSE
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   DISPLAY "*** REGRESSION DES REGLES EN ECHEC: "&
           MOVE "PLAGE" TO WS-RULE-TYPE(1).
           MOVE WS-LOW-BOUND TO WS-RULE-PARM1(1).
           MOVE WS-HIGH-BOUND TO WS-RULE-PARM2(1).
           MOVE SPACE TO WS-RULE-PORTEE(1).

           OPEN INPUT RULES-FILE.
           IF WS-RULES-FILE-STATUS = "00"
                               WS-RULE-PARM1(WS-INDEX-RULE)
                           MOVE RL-PARM2 TO
                               WS-RULE-PARM2(WS-INDEX-RULE)
                           MOVE RL-PORTEE TO
                               WS-RULE-PORTEE(WS-INDEX-RULE)
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
               PERFORM VARYING WS-INDEX-RULE FROM 1 BY 1 UNTIL
                       WS-INDEX-RULE > WS-RULE-COUNT OR
                       NOT WS-VALID-VALUE
                   IF WS-RULE-PORTEE(WS-INDEX-RULE) NOT = "C"
                       PERFORM 1150-APPLY-ONE-RULE
                   END-IF
               END-PERFORM
           END-IF.

           CLOSE CHK-INPUT-FILE.
           CLOSE CHK-REPORT-FILE.
           CLOSE EXCEPTION-FILE.
           MOVE "INTREPORT.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           COMPUTE WS-RUN-IN =
               WS-COUNT-VALIDATED + WS-COUNT-REJECTED.
           *>====================
               EXIT.

       3000-LAYOUT-GATE SECTION.
       *>--------------------------

           LAYOUT-GATE-START.
           *>==================

      *> Barriere de chargement : chaque champ de chaque
      *> enregistrement du fichier designe est controle contre le
      *> gabarit du fichier. Une seule erreur suffit a refuser le
      *> fichier ; l'appelant ne lance alors pas son chargement.
           MOVE SPACES TO WS-LAY-FICHIER-CIBLE.
           IF RC-FICHIER-CIBLE NOT = LOW-VALUES AND
                   RC-FICHIER-CIBLE NOT = SPACES
               MOVE RC-FICHIER-CIBLE TO WS-LAY-FICHIER-CIBLE
           ELSE
               DISPLAY "Fichier a controler (ex. ELEVES.DAT) :"
               ACCEPT WS-LAY-FICHIER-CIBLE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-LAY-FICHIER-CIBLE) TO
               WS-LAY-FICHIER-CIBLE.
           IF WS-LAY-FICHIER-CIBLE = SPACES
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Aucun fichier a controler."
               GO TO LAYOUT-GATE-END
           END-IF.

           MOVE 0 TO WS-LAY-NUM-ENREG.
           MOVE 0 TO WS-LAY-CNT-REJETES.
           MOVE 0 TO WS-LAY-CNT-ERREURS.
           OPEN OUTPUT LAY-REPORT-FILE.
           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "=== Controle de " DELIMITED BY SIZE
                   WS-LAY-FICHIER-CIBLE DELIMITED BY SPACE
                   " par son gabarit (INTLAYOT.DAT) ===" DELIMITED BY
                       SIZE
               INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.

           PERFORM 3100-LOAD-LAYOUT.
           IF NOT WS-LAY-GABARIT-EST-OK
               MOVE "Verdict : GABARIT INUTILISABLE, FICHIER REFUSE"
                   TO LAY-REPORT-RECORD
               WRITE LAY-REPORT-RECORD
               CLOSE LAY-REPORT-FILE
               MOVE "INTLAYRP.DAT" TO CAT-FICHIER
               PERFORM 9860-CATALOGUE-REPORT
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Gabarit de " WS-LAY-FICHIER-CIBLE
                   " absent ou invalide : fichier refuse."
               GO TO LAYOUT-GATE-END
           END-IF.

           MOVE "N" TO WS-EOF-TARGET.
           OPEN INPUT LAY-TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               MOVE SPACES TO LAY-REPORT-RECORD
               STRING "Fichier " WS-LAY-FICHIER-CIBLE
                       " illisible (statut " WS-TARGET-FILE-STATUS
                       "), FICHIER REFUSE"
                   DELIMITED BY SIZE INTO LAY-REPORT-RECORD
               END-STRING
               WRITE LAY-REPORT-RECORD
               CLOSE LAY-REPORT-FILE
               MOVE "INTLAYRP.DAT" TO CAT-FICHIER
               PERFORM 9860-CATALOGUE-REPORT
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Fichier " WS-LAY-FICHIER-CIBLE
                   " illisible (statut " WS-TARGET-FILE-STATUS ")."
               MOVE WS-LAY-FICHIER-CIBLE TO WS-DIAG-FICHIER
               MOVE WS-TARGET-FILE-STATUS TO WS-DIAG-CODE-STATUT
               MOVE "CHAMPS DU GABARIT" TO WS-DIAG-CPT-LIB-1
               MOVE WS-LAY-COUNT TO WS-DIAG-CPT-VAL-1
               MOVE "REGLES CHARGEES" TO WS-DIAG-CPT-LIB-2
               MOVE WS-RULE-COUNT TO WS-DIAG-CPT-VAL-2
               MOVE SPACES TO WS-DIAG-CPT-LIB-3
               MOVE SPACES TO WS-DIAG-CPT-LIB-4
               MOVE SPACES TO WS-DIAG-ENREG
               PERFORM 9900-WRITE-DIAG-SNAPSHOT
               GO TO LAYOUT-GATE-END
           END-IF.

      *> Les enregistrements d'enveloppe (HDR/TRL) sont du ressort
      *> du programme de chargement et ne sont pas controles ici.
           PERFORM UNTIL WS-END-OF-TARGET
               READ LAY-TARGET-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TARGET
                   NOT AT END
                       MOVE LAY-TARGET-RECORD TO WS-ENV-RECORD
                       IF NOT ENV-IS-HEADER AND NOT ENV-IS-TRAILER
                           ADD 1 TO WS-LAY-NUM-ENREG
                           PERFORM 3200-CHECK-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAY-TARGET-FILE.

           PERFORM 3400-WRITE-LAYOUT-SUMMARY.
           CLOSE LAY-REPORT-FILE.
           MOVE "INTLAYRP.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           DISPLAY "Enregistrements controles : " WS-LAY-NUM-ENREG.
           DISPLAY "Enregistrements rejetes   : " WS-LAY-CNT-REJETES.
           DISPLAY "Erreurs de champ          : " WS-LAY-CNT-ERREURS.
           IF WS-LAY-CNT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "*** " WS-LAY-FICHIER-CIBLE
                   " REFUSE : voir INTLAYRP.DAT ***"
           ELSE
               DISPLAY WS-LAY-FICHIER-CIBLE " conforme a son gabarit."
           END-IF.

           LAYOUT-GATE-END.
           *>================
               EXIT.

       3100-LOAD-LAYOUT SECTION.
       *>--------------------------

           LOAD-LAYOUT-START.
           *>==================

           MOVE "Y" TO WS-LAY-GABARIT-OK.
           MOVE 0 TO WS-LAY-COUNT.
           MOVE 0 TO WS-LAY-VAR-COUNT.
           MOVE "N" TO WS-EOF-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-LAY-GABARIT-OK
               MOVE SPACES TO LAY-REPORT-RECORD
               STRING "GABARIT : INTLAYOT.DAT introuvable (statut "
                       WS-LAYOUT-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO LAY-REPORT-RECORD
               END-STRING
               WRITE LAY-REPORT-RECORD
               GO TO LOAD-LAYOUT-END
           END-IF.

           PERFORM UNTIL WS-END-OF-LAYOUT
               READ LAYOUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-LAYOUT
                   NOT AT END
                       IF LAYOUT-RECORD(1:1) NOT = "*" AND
                               FUNCTION UPPER-CASE(LY-FICHIER) =
                               WS-LAY-FICHIER-CIBLE
                           PERFORM 3110-STORE-LAYOUT-FIELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.

           IF WS-LAY-COUNT = 0
               MOVE "N" TO WS-LAY-GABARIT-OK
               MOVE SPACES TO LAY-REPORT-RECORD
               STRING "GABARIT : aucun champ decrit pour "
                       WS-LAY-FICHIER-CIBLE
                   DELIMITED BY SIZE INTO LAY-REPORT-RECORD
               END-STRING
               WRITE LAY-REPORT-RECORD
           END-IF.

           LOAD-LAYOUT-END.
           *>================
               EXIT.

       3110-STORE-LAYOUT-FIELD SECTION.
       *>----------------------------------

           STORE-LAYOUT-FIELD-START.
           *>=========================

           MOVE SPACES TO WS-LAY-MOTIF.
           IF WS-LAY-COUNT >= 60
               MOVE "PLUS DE 60 CHAMPS" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-FIELD-END
           END-IF.
           IF LY-POSITION NOT NUMERIC OR LY-LONGUEUR NOT NUMERIC
               MOVE "POSITION/LONGUEUR INVALIDE" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-FIELD-END
           END-IF.
           COMPUTE WS-LAY-FIN-CHAMP = LY-POSITION + LY-LONGUEUR - 1.
           IF LY-POSITION = 0 OR LY-LONGUEUR = 0 OR
                   LY-LONGUEUR > 40 OR WS-LAY-FIN-CHAMP > 200
               MOVE "POSITION/LONGUEUR HORS LIMITES" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-FIELD-END
           END-IF.
           IF LY-TYPE NOT = "N" AND LY-TYPE NOT = "S" AND
                   LY-TYPE NOT = "A"
               MOVE "TYPE INCONNU (N, S OU A)" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-FIELD-END
           END-IF.
           IF LY-VALEURS NOT = SPACES AND LY-LONGUEUR NOT = 1
               MOVE "VALEURS SUR CHAMP DE PLUS D'1" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-FIELD-END
           END-IF.

           ADD 1 TO WS-LAY-COUNT.
           SET WS-INDEX-LAY TO WS-LAY-COUNT.
           MOVE LY-VARIANTE TO WS-LAY-VARIANTE(WS-INDEX-LAY).
           MOVE LY-CHAMP TO WS-LAY-CHAMP(WS-INDEX-LAY).
           MOVE LY-POSITION TO WS-LAY-POSITION(WS-INDEX-LAY).
           MOVE LY-LONGUEUR TO WS-LAY-LONGUEUR(WS-INDEX-LAY).
           MOVE LY-TYPE TO WS-LAY-TYPE(WS-INDEX-LAY).
           MOVE LY-OBLIGATOIRE TO WS-LAY-OBLIGATOIRE(WS-INDEX-LAY).
           MOVE LY-VALEURS TO WS-LAY-VALEURS(WS-INDEX-LAY).
           MOVE 0 TO WS-LAY-NB-ERREURS(WS-INDEX-LAY).

      *> Chaque regle nommee doit exister dans INTRULES.DAT : une
      *> regle inconnue rendrait le controle plus laxiste qu'annonce.
           PERFORM VARYING WS-LAY-SCAN FROM 1 BY 1 UNTIL
                   WS-LAY-SCAN > 3
               MOVE 0 TO WS-LAY-RANG-REGLE(WS-INDEX-LAY WS-LAY-SCAN)
               IF LY-REGLE(WS-LAY-SCAN) NOT = SPACES
                   PERFORM 3130-FIND-LAYOUT-RULE
               END-IF
           END-PERFORM.

           IF LY-VARIANTE NOT = SPACES
               PERFORM 3140-STORE-LAYOUT-VARIANT
           END-IF.

           STORE-LAYOUT-FIELD-END.
           *>=======================
               EXIT.

       3120-REJECT-LAYOUT-LINE SECTION.
       *>-----------------------------------

           REJECT-LAYOUT-LINE-START.
           *>=========================

           MOVE "N" TO WS-LAY-GABARIT-OK.
           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "GABARIT : champ " LY-CHAMP " : " WS-LAY-MOTIF
               DELIMITED BY SIZE INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.

           REJECT-LAYOUT-LINE-END.
           *>=======================
               EXIT.

       3130-FIND-LAYOUT-RULE SECTION.
       *>---------------------------------

           FIND-LAYOUT-RULE-START.
           *>=======================

           IF LY-TYPE NOT = "N" OR LY-LONGUEUR > 10
               MOVE "REGLE SUR CHAMP NON N OU > 10" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO FIND-LAYOUT-RULE-END
           END-IF.

           PERFORM VARYING WS-INDEX-RULE FROM 1 BY 1 UNTIL
                   WS-INDEX-RULE > WS-RULE-COUNT
               IF WS-RULE-NAME(WS-INDEX-RULE) = LY-REGLE(WS-LAY-SCAN)
                   SET WS-LAY-RANG-REGLE(WS-INDEX-LAY WS-LAY-SCAN)
                       TO WS-INDEX-RULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-LAY-RANG-REGLE(WS-INDEX-LAY WS-LAY-SCAN) = 0
               MOVE SPACES TO WS-LAY-MOTIF
               STRING "REGLE INCONNUE " LY-REGLE(WS-LAY-SCAN)
                   DELIMITED BY SIZE INTO WS-LAY-MOTIF
               END-STRING
               PERFORM 3120-REJECT-LAYOUT-LINE
           END-IF.

           FIND-LAYOUT-RULE-END.
           *>=====================
               EXIT.

       3140-STORE-LAYOUT-VARIANT SECTION.
       *>-------------------------------------

           STORE-LAYOUT-VARIANT-START.
           *>===========================

           PERFORM VARYING WS-INDEX-LAY-VAR FROM 1 BY 1 UNTIL
                   WS-INDEX-LAY-VAR > WS-LAY-VAR-COUNT
               IF WS-LAY-VAR-CODE(WS-INDEX-LAY-VAR) = LY-VARIANTE
                   GO TO STORE-LAYOUT-VARIANT-END
               END-IF
           END-PERFORM.
           IF WS-LAY-VAR-COUNT >= 10
               MOVE "PLUS DE 10 VARIANTES" TO WS-LAY-MOTIF
               PERFORM 3120-REJECT-LAYOUT-LINE
               GO TO STORE-LAYOUT-VARIANT-END
           END-IF.
           ADD 1 TO WS-LAY-VAR-COUNT.
           MOVE LY-VARIANTE TO WS-LAY-VAR-CODE(WS-LAY-VAR-COUNT).

           STORE-LAYOUT-VARIANT-END.
           *>=========================
               EXIT.

       3200-CHECK-ONE-RECORD SECTION.
       *>---------------------------------

           CHECK-ONE-RECORD-START.
           *>=======================

           MOVE SPACES TO WS-LAY-VARIANTE-ENREG.
           PERFORM VARYING WS-INDEX-LAY-VAR FROM 1 BY 1 UNTIL
                   WS-INDEX-LAY-VAR > WS-LAY-VAR-COUNT
               IF WS-LAY-VAR-CODE(WS-INDEX-LAY-VAR) =
                       LAY-TARGET-RECORD(1:3)
                   MOVE LAY-TARGET-RECORD(1:3) TO
                       WS-LAY-VARIANTE-ENREG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-LAY-ENREG-REJETE.
           PERFORM VARYING WS-INDEX-LAY FROM 1 BY 1 UNTIL
                   WS-INDEX-LAY > WS-LAY-COUNT
               IF WS-LAY-VARIANTE(WS-INDEX-LAY) =
                       WS-LAY-VARIANTE-ENREG
                   PERFORM 3210-CHECK-ONE-FIELD
               END-IF
           END-PERFORM.
           IF WS-LAY-ENREG-EST-REJETE
               ADD 1 TO WS-LAY-CNT-REJETES
           END-IF.

           CHECK-ONE-RECORD-END.
           *>=====================
               EXIT.

       3210-CHECK-ONE-FIELD SECTION.
       *>--------------------------------

           CHECK-ONE-FIELD-START.
           *>======================

           MOVE WS-LAY-LONGUEUR(WS-INDEX-LAY) TO WS-LAY-LG.
           MOVE SPACES TO WS-LAY-VALEUR.
           MOVE LAY-TARGET-RECORD(WS-LAY-POSITION(WS-INDEX-LAY):
               WS-LAY-LG) TO WS-LAY-VALEUR.
           MOVE SPACES TO WS-LAY-MOTIF.

           IF WS-LAY-VALEUR = SPACES
               IF WS-LAY-OBLIGATOIRE(WS-INDEX-LAY) = "O"
                   MOVE "CHAMP OBLIGATOIRE A BLANC" TO WS-LAY-MOTIF
                   PERFORM 3220-WRITE-FIELD-ERROR
               END-IF
               GO TO CHECK-ONE-FIELD-END
           END-IF.

           EVALUATE WS-LAY-TYPE(WS-INDEX-LAY)
               WHEN "N"
                   IF WS-LAY-VALEUR(1:WS-LAY-LG) NOT NUMERIC
                       MOVE "NON NUMERIQUE" TO WS-LAY-MOTIF
                   END-IF
               WHEN "S"
                   IF (WS-LAY-VALEUR(1:1) NOT = "+" AND
                           WS-LAY-VALEUR(1:1) NOT = "-") OR
                           WS-LAY-LG < 2
                       MOVE "SIGNE + OU - ATTENDU" TO WS-LAY-MOTIF
                   ELSE
                       IF WS-LAY-VALEUR(2:WS-LAY-LG - 1) NOT NUMERIC
                           MOVE "NON NUMERIQUE APRES LE SIGNE" TO
                               WS-LAY-MOTIF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-LAY-MOTIF NOT = SPACES
               PERFORM 3220-WRITE-FIELD-ERROR
               GO TO CHECK-ONE-FIELD-END
           END-IF.

           IF WS-LAY-VALEURS(WS-INDEX-LAY) NOT = SPACES
               MOVE 0 TO WS-LAY-NB-TROUVES
               INSPECT WS-LAY-VALEURS(WS-INDEX-LAY) TALLYING
                   WS-LAY-NB-TROUVES FOR ALL WS-LAY-VALEUR(1:1)
               IF WS-LAY-NB-TROUVES = 0
                   MOVE SPACES TO WS-LAY-MOTIF
                   STRING "VALEUR HORS LISTE "
                           WS-LAY-VALEURS(WS-INDEX-LAY)
                       DELIMITED BY SIZE INTO WS-LAY-MOTIF
                   END-STRING
                   PERFORM 3220-WRITE-FIELD-ERROR
                   GO TO CHECK-ONE-FIELD-END
               END-IF
           END-IF.

      *> Les regles nommees reprennent le moteur des valeurs
      *> soumises (1150), sur la valeur entiere du champ.
           MOVE "Y" TO WS-VALIDATION-OK.
           PERFORM VARYING WS-LAY-SCAN FROM 1 BY 1 UNTIL
                   WS-LAY-SCAN > 3 OR NOT WS-VALID-VALUE
               IF WS-LAY-RANG-REGLE(WS-INDEX-LAY WS-LAY-SCAN) > 0
                   MOVE WS-LAY-VALEUR(1:WS-LAY-LG) TO WS-CONVERTED-INT
                   SET WS-INDEX-RULE TO
                       WS-LAY-RANG-REGLE(WS-INDEX-LAY WS-LAY-SCAN)
                   PERFORM 1150-APPLY-ONE-RULE
               END-IF
           END-PERFORM.
           IF NOT WS-VALID-VALUE
               MOVE WS-REJECT-REASON TO WS-LAY-MOTIF
               PERFORM 3220-WRITE-FIELD-ERROR
           END-IF.

           CHECK-ONE-FIELD-END.
           *>====================
               EXIT.

       3220-WRITE-FIELD-ERROR SECTION.
       *>----------------------------------

           WRITE-FIELD-ERROR-START.
           *>=========================

           MOVE "Y" TO WS-LAY-ENREG-REJETE.
           ADD 1 TO WS-LAY-CNT-ERREURS.
           ADD 1 TO WS-LAY-NB-ERREURS(WS-INDEX-LAY).
           MOVE WS-LAY-NUM-ENREG TO WS-EDIT-LAY-ENREG.
           MOVE WS-LAY-POSITION(WS-INDEX-LAY) TO WS-EDIT-LAY-POS.
           MOVE WS-LAY-LONGUEUR(WS-INDEX-LAY) TO WS-EDIT-LAY-LG.
           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "Enreg " WS-EDIT-LAY-ENREG
                   " champ " WS-LAY-CHAMP(WS-INDEX-LAY)
                   " pos " WS-EDIT-LAY-POS
                   " lg " WS-EDIT-LAY-LG
                   " [" WS-LAY-VALEUR(1:WS-LAY-LG) "] "
                   WS-LAY-MOTIF
               DELIMITED BY SIZE INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.

           WRITE-FIELD-ERROR-END.
           *>=======================
               EXIT.

       3400-WRITE-LAYOUT-SUMMARY SECTION.
       *>-------------------------------------

           WRITE-LAYOUT-SUMMARY-START.
           *>===========================

           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "Enregistrements controles : " WS-LAY-NUM-ENREG
               DELIMITED BY SIZE INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.
           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "Enregistrements rejetes   : " WS-LAY-CNT-REJETES
               DELIMITED BY SIZE INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.
           MOVE SPACES TO LAY-REPORT-RECORD.
           STRING "Erreurs de champ          : " WS-LAY-CNT-ERREURS
               DELIMITED BY SIZE INTO LAY-REPORT-RECORD
           END-STRING.
           WRITE LAY-REPORT-RECORD.

           IF WS-LAY-CNT-ERREURS > 0
               MOVE "Erreurs par champ :" TO LAY-REPORT-RECORD
               WRITE LAY-REPORT-RECORD
               PERFORM VARYING WS-INDEX-LAY FROM 1 BY 1 UNTIL
                       WS-INDEX-LAY > WS-LAY-COUNT
                   IF WS-LAY-NB-ERREURS(WS-INDEX-LAY) > 0
                       MOVE SPACES TO LAY-REPORT-RECORD
                       STRING "  " WS-LAY-VARIANTE(WS-INDEX-LAY)
                               " " WS-LAY-CHAMP(WS-INDEX-LAY)
                               " : " WS-LAY-NB-ERREURS(WS-INDEX-LAY)
                           DELIMITED BY SIZE INTO LAY-REPORT-RECORD
                       END-STRING
                       WRITE LAY-REPORT-RECORD
                   END-IF
               END-PERFORM
               MOVE "Verdict : FICHIER REFUSE" TO LAY-REPORT-RECORD
           ELSE
               MOVE "Verdict : FICHIER CONFORME" TO LAY-REPORT-RECORD
           END-IF.
           WRITE LAY-REPORT-RECORD.

           WRITE-LAYOUT-SUMMARY-END.
           *>=========================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

       COPY DIAGPR REPLACING PROGRAM-TAG BY "INTEGER-CHECKER".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "INTEGER-CHECKER".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "INTEGER-CHECKER".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "INTEGER-CHECKER".

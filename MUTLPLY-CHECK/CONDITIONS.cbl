           05 RP-NAME                  PIC X(10).
           05 RP-LOW                   PIC 9(20).
           05 RP-HIGH                  PIC 9(20).
           05 RP-VERSION               PIC X(3).
           05 RP-VERSION-N REDEFINES RP-VERSION PIC 9(3).
           05 RP-DATE-EFFET            PIC X(8).
           05 RP-DATE-EFFET-N REDEFINES RP-DATE-EFFET PIC 9(8).

       FD  COND-PAIR-FILE.
       01  COND-PAIR-RECORD.
           05 CP-OPERAND1               PIC 9(10).
           05 CP-OPERAND2               PIC 9(10).
           05 CP-DATE-METIER            PIC X(8).
           05 CP-DATE-METIER-N REDEFINES CP-DATE-METIER PIC 9(8).
           05 FILLER                    PIC X(12).

       FD  COND-REPORT-FILE.
       01  COND-REPORT-RECORD.
           05 CR-CLASSIFICATION         PIC X(10).
           05 CR-COUNT-IN-RANGE         PIC ZZZZZZ9.
           05 CR-COUNT-OUT-RANGE        PIC ZZZZZZ9.
           05 FILLER                    PIC X(1).
           05 CR-DATE-METIER            PIC X(8).
           05 FILLER                    PIC X(1).
           05 CR-TABLE-VERSION          PIC X(4).
       01  COND-REPORT-LINE             PIC X(104).

       FD  COND-AUDIT-FILE.
       01  COND-AUDIT-RECORD            PIC X(80).
           05 CS-OPERAND2               PIC X(22).
           05 CS-RESULT                 PIC X(22).
           05 CS-CLASSIFICATION         PIC X(10).
           05 FILLER                    PIC X(1).
           05 CS-DATE-METIER            PIC X(8).
           05 FILLER                    PIC X(1).
           05 CS-TABLE-VERSION          PIC X(4).

       FD  ALERT-PARM-FILE.
       01  ALERT-PARM-RECORD.
           05 CD-NAME                   PIC X(10).
           05 CD-LOW                    PIC 9(20).
           05 CD-HIGH                   PIC 9(20).
           05 CD-VERSION                PIC X(3).
           05 CD-VERSION-N REDEFINES CD-VERSION PIC 9(3).
           05 CD-DATE-EFFET             PIC X(8).
           05 CD-DATE-EFFET-N REDEFINES CD-DATE-EFFET PIC 9(8).

       FD  WHATIF-FILE.
       01  WHATIF-RECORD                PIC X(100).
       01  WS-RUN-MODE PIC X VALUE "I".
           88  WS-INTERACTIVE-MODE VALUE "I" "i".
           88  WS-BATCH-MODE VALUE "B" "b".
           88  WS-PROMOTION-MODE VALUE "P" "p".

       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-PAIR-FILE-STATUS PIC X(2).
               10 WS-RANGE-HIGH         PIC 9(20).
       01  WS-RANGE-COUNT PIC 9(2) VALUE 0.
       01  WS-CLASSIFICATION PIC X(10) VALUE SPACES.

      *> Versions datees de la table des plages. CONDPARM.DAT porte
      *> pour chaque plage un numero de version et une date d'effet ;
      *> chaque paire est classee par la version en vigueur a sa date
      *> metier, pour que les editions passees restent reproductibles.
      *> WS-RANGE-TABLE ne contient que la version chargee.
       01  WS-VERSION-TABLE.
           05 WS-VERSION-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-INDEX-VERSION.
               10 WS-VER-NUMERO         PIC 9(3).
               10 WS-VER-DATE-EFFET     PIC 9(8).
               10 WS-VER-NB-PLAGES      PIC 9(2).
               10 WS-VER-NB-PAIRES      PIC 9(7).
               10 WS-VER-ANOMALIE       PIC X.
               10 WS-VER-PLAGE OCCURS 10 TIMES.
                   15 WS-VER-PLAGE-NOM   PIC X(10).
                   15 WS-VER-PLAGE-BASSE PIC 9(20).
                   15 WS-VER-PLAGE-HAUTE PIC 9(20).
       01  WS-VERSION-COUNT PIC 9(2) VALUE 0.
       01  WS-VERSION-CHARGEE PIC 9(2) VALUE 0.
       01  WS-VERSION-RANG PIC 9(2) VALUE 0.
       01  WS-VER-SCAN PIC 9(2).
       01  WS-VER-SCAN2 PIC 9(2).
       01  WS-VER-PLAGE-SCAN PIC 9(2).
       01  WS-VER-NUMERO-LU PIC 9(3).
       01  WS-VER-DATE-LUE PIC 9(8).
       01  WS-VER-NUMERO-MAX PIC 9(3) VALUE 0.
       01  WS-VER-DATE-MAX PIC 9(8) VALUE 0.
       01  WS-VERSION-TROUVEE PIC X VALUE "N".
           88  WS-VERSION-EST-TROUVEE VALUE "Y".
       01  WS-EOF-PARM PIC X VALUE "N".
           88  WS-END-OF-PARM VALUE "Y".
       01  WS-DATE-METIER PIC 9(8) VALUE 0.
       01  WS-DATE-DU-JOUR PIC 9(8) VALUE 0.
       01  WS-USER-DATE PIC X(8).
       01  WS-EDIT-VERSION PIC 9(3).
       01  WS-EDIT-VERSION2 PIC 9(3).
       01  WS-VERSION-USAGE-LINE PIC X(80).
       01  WS-EDIT-VER-PAIRES PIC ZZZZZZ9.
       01  WS-EDIT-VER-PLAGES PIC Z9.
       01  WS-VERSION-LIBELLE PIC X(4).

      *> Libelles de classification de toutes les versions et de la
      *> table candidate : repartition, eclatement et matrice de
      *> migration sont tenus par libelle, le rang 11 etant HORS-PLAGE.
       01  WS-LIBELLE-TABLE.
           05 WS-LIBELLE-NOM OCCURS 10 TIMES PIC X(10).
       01  WS-LIBELLE-COUNT PIC 9(2) VALUE 0.
       01  WS-LIBELLE-CHERCHE PIC X(10).
       01  WS-LIBELLE-SLOT PIC 9(2).
       01  WS-LIBELLE-SCAN PIC 9(2).
       01  WS-CLASSIFIED PIC X VALUE "N".
           88  WS-RESULT-CLASSIFIED VALUE "Y".

       01  WS-AUDIT-STATE PIC X VALUE "Y".
           88  WS-AUDIT-PASSED VALUE "Y".
       01  WS-AUDIT-ERROR-COUNT PIC 9(3) VALUE 0.
       01  WS-AUDIT-ERREURS-AVANT PIC 9(3) VALUE 0.

       01  WS-COUNT-IN-RANGE PIC 9(7) VALUE 0.
       01  WS-COUNT-OUT-RANGE PIC 9(7) VALUE 0.
               10 WS-CAND-LOW           PIC 9(20).
               10 WS-CAND-HIGH          PIC 9(20).
       01  WS-CAND-COUNT PIC 9(2) VALUE 0.
      *> La candidate se lit comme "version N en vigueur au D" : N et
      *> D sont pris sur sa premiere ligne (a blanc : version suivante
      *> et date du jour).
       01  WS-CAND-VERSION PIC 9(3) VALUE 0.
       01  WS-CAND-DATE-EFFET PIC 9(8) VALUE 0.
       01  WS-CAND-EN-VIGUEUR PIC X VALUE "N".
           88  WS-CAND-EST-EN-VIGUEUR VALUE "Y".
       01  WS-CNT-PAIRES-HORS-EFFET PIC 9(7) VALUE 0.
       01  WS-PROMOTION-STATE PIC X VALUE "Y".
           88  WS-PROMOTION-POSSIBLE VALUE "Y".
       01  WS-PROMOTION-MOTIF PIC X(60) VALUE SPACES.
       01  WS-CAND-CLASSIFICATION PIC X(10).
       01  WS-CAND-CLASSIFIED PIC X VALUE "N".
           88  WS-CAND-IS-CLASSIFIED VALUE "Y".

       COPY VALNUMLK.

       COPY RPTCATLK.

       COPY ALRTLK.

       COPY ENVCTLWS.

       COPY OPSLOGWS.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-DU-JOUR.
           PERFORM 0500-LOAD-PARAMETERS.
           PERFORM 0600-AUDIT-RANGE-TABLE.
           PERFORM 0700-LOAD-ALERT-THRESHOLDS.

           IF RC-MODE-OVERRIDE = "I" OR "i" OR "B" OR "b"
                   OR "P" OR "p"
               MOVE RC-MODE-OVERRIDE TO WS-RUN-MODE
               DISPLAY "Mode fourni par le plan d'exploitation : "
                   WS-RUN-MODE
           ELSE
               DISPLAY "Mode: I = Interactif, B = Batch (fichier), "&
                   "P = Promotion de la table candidate"
               ACCEPT WS-RUN-MODE
           END-IF.

           IF WS-PROMOTION-MODE
               PERFORM 0800-LOAD-CANDIDATE-TABLE
               IF WS-CAND-COUNT = 0
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   DISPLAY "*** Pas de table candidate CONDCAND.DAT: "&
                       "promotion impossible ***"
               ELSE
                   PERFORM 4000-WHATIF-SIMULATION
                   PERFORM 5000-PROMOTE-CANDIDATE
               END-IF
               GO TO PROCEDURES-END
           END-IF.

           IF WS-BATCH-MODE
               IF WS-AUDIT-PASSED
                   PERFORM 2000-BATCH-PROCESS
           LOAD-PARM-START.
           *>===============

           INITIALIZE WS-VERSION-TABLE.
           MOVE 0 TO WS-VERSION-COUNT.
           MOVE 0 TO WS-VERSION-CHARGEE.
           MOVE 0 TO WS-LIBELLE-COUNT.
           MOVE "N" TO WS-EOF-PARM.

           OPEN INPUT RANGE-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-PARM
                   READ RANGE-PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 0510-STORE-PARM-LINE
                   END-READ
               END-PERFORM
               CLOSE RANGE-PARM-FILE
               IF WS-VERSION-COUNT = 0
                   MOVE 1 TO WS-VERSION-COUNT
                   MOVE 1 TO WS-VER-NUMERO(1)
               END-IF
           ELSE
               DISPLAY "Parametres par defaut: NORMAL/WARNING/CRITICAL."
               MOVE 1 TO WS-VERSION-COUNT
               MOVE 1 TO WS-VER-NUMERO(1)
               MOVE 0 TO WS-VER-DATE-EFFET(1)
               MOVE "NORMAL" TO WS-VER-PLAGE-NOM(1 1)
               MOVE 50 TO WS-VER-PLAGE-BASSE(1 1)
               MOVE 99 TO WS-VER-PLAGE-HAUTE(1 1)
               MOVE "WARNING" TO WS-VER-PLAGE-NOM(1 2)
               MOVE 100 TO WS-VER-PLAGE-BASSE(1 2)
               MOVE 499 TO WS-VER-PLAGE-HAUTE(1 2)
               MOVE "CRITICAL" TO WS-VER-PLAGE-NOM(1 3)
               MOVE 500 TO WS-VER-PLAGE-BASSE(1 3)
               MOVE 99999999999999999999 TO WS-VER-PLAGE-HAUTE(1 3)
               MOVE 3 TO WS-VER-NB-PLAGES(1)
           END-IF.

           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT
               PERFORM VARYING WS-VER-PLAGE-SCAN FROM 1 BY 1 UNTIL
                       WS-VER-PLAGE-SCAN > WS-VER-NB-PLAGES(WS-VER-SCAN)
                   MOVE WS-VER-PLAGE-NOM(WS-VER-SCAN WS-VER-PLAGE-SCAN)
                       TO WS-LIBELLE-CHERCHE
                   PERFORM 0520-REGISTER-LIBELLE
               END-PERFORM
           END-PERFORM.
           PERFORM 0530-VERSION-MAXIMA.

           DISPLAY "Table des plages : " WS-VERSION-COUNT
               " version(s), derniere effet au " WS-VER-DATE-MAX.

           LOAD-PARM-END.
           *>=============
               EXIT.

       0510-STORE-PARM-LINE SECTION.
       *>-----------------------------

           STORE-PARM-LINE-START.
           *>=====================

           IF RP-VERSION IS NUMERIC AND RP-VERSION-N > 0
               MOVE RP-VERSION-N TO WS-VER-NUMERO-LU
           ELSE
               MOVE 1 TO WS-VER-NUMERO-LU
           END-IF.
           IF RP-DATE-EFFET IS NUMERIC
               MOVE RP-DATE-EFFET-N TO WS-VER-DATE-LUE
           ELSE
               MOVE 0 TO WS-VER-DATE-LUE
           END-IF.

           MOVE 0 TO WS-VERSION-RANG.
           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT OR
                   WS-VERSION-RANG > 0
               IF WS-VER-NUMERO(WS-VER-SCAN) = WS-VER-NUMERO-LU
                   MOVE WS-VER-SCAN TO WS-VERSION-RANG
               END-IF
           END-PERFORM.

           IF WS-VERSION-RANG = 0
               IF WS-VERSION-COUNT >= 10
                   DISPLAY "CONDPARM.DAT: plus de 10 versions, "&
                       "version " WS-VER-NUMERO-LU " ignoree."
                   GO TO STORE-PARM-LINE-END
               END-IF
               ADD 1 TO WS-VERSION-COUNT
               MOVE WS-VERSION-COUNT TO WS-VERSION-RANG
               MOVE WS-VER-NUMERO-LU TO WS-VER-NUMERO(WS-VERSION-RANG)
               MOVE WS-VER-DATE-LUE TO
                   WS-VER-DATE-EFFET(WS-VERSION-RANG)
           END-IF.

      *> Une date d'effet illisible ou differente d'une ligne a
      *> l'autre de la meme version est signalee par l'audit ; la
      *> premiere date lue est conservee.
           IF RP-DATE-EFFET NOT = SPACES AND
                   (RP-DATE-EFFET IS NOT NUMERIC OR
                   (RP-DATE-EFFET-N > 0 AND
                   FUNCTION TEST-DATE-YYYYMMDD(RP-DATE-EFFET-N)
                       NOT = 0))
               MOVE "I" TO WS-VER-ANOMALIE(WS-VERSION-RANG)
           END-IF.
           IF WS-VER-DATE-LUE NOT = WS-VER-DATE-EFFET(WS-VERSION-RANG)
               MOVE "D" TO WS-VER-ANOMALIE(WS-VERSION-RANG)
           END-IF.

           IF WS-VER-NB-PLAGES(WS-VERSION-RANG) >= 10
               DISPLAY "CONDPARM.DAT: plus de 10 plages en version "
                   WS-VER-NUMERO-LU ", plage " RP-NAME " ignoree."
               GO TO STORE-PARM-LINE-END
           END-IF.
           ADD 1 TO WS-VER-NB-PLAGES(WS-VERSION-RANG).
           MOVE WS-VER-NB-PLAGES(WS-VERSION-RANG) TO WS-VER-PLAGE-SCAN.
           MOVE RP-NAME TO
               WS-VER-PLAGE-NOM(WS-VERSION-RANG WS-VER-PLAGE-SCAN).
           MOVE RP-LOW TO
               WS-VER-PLAGE-BASSE(WS-VERSION-RANG WS-VER-PLAGE-SCAN).
           MOVE RP-HIGH TO
               WS-VER-PLAGE-HAUTE(WS-VERSION-RANG WS-VER-PLAGE-SCAN).

           STORE-PARM-LINE-END.
           *>===================
               EXIT.

       0520-REGISTER-LIBELLE SECTION.
       *>------------------------------

           REGISTER-LIBELLE-START.
           *>======================

           IF WS-LIBELLE-CHERCHE = "HORS-PLAGE" OR SPACES
               GO TO REGISTER-LIBELLE-END
           END-IF.
           PERFORM 1250-FIND-LIBELLE-SLOT.
           IF WS-LIBELLE-SLOT NOT = 11
               GO TO REGISTER-LIBELLE-END
           END-IF.
           IF WS-LIBELLE-COUNT >= 10
               DISPLAY "Plus de 10 libelles de classification, "
                   WS-LIBELLE-CHERCHE " compte en HORS-PLAGE."
               GO TO REGISTER-LIBELLE-END
           END-IF.
           ADD 1 TO WS-LIBELLE-COUNT.
           MOVE WS-LIBELLE-CHERCHE TO WS-LIBELLE-NOM(WS-LIBELLE-COUNT).

           REGISTER-LIBELLE-END.
           *>====================
               EXIT.

       0530-VERSION-MAXIMA SECTION.
       *>----------------------------

           VERSION-MAXIMA-START.
           *>====================

           MOVE 0 TO WS-VER-NUMERO-MAX.
           MOVE 0 TO WS-VER-DATE-MAX.
           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT
               IF WS-VER-NUMERO(WS-VER-SCAN) > WS-VER-NUMERO-MAX
                   MOVE WS-VER-NUMERO(WS-VER-SCAN) TO WS-VER-NUMERO-MAX
               END-IF
               IF WS-VER-DATE-EFFET(WS-VER-SCAN) > WS-VER-DATE-MAX
                   MOVE WS-VER-DATE-EFFET(WS-VER-SCAN) TO
                       WS-VER-DATE-MAX
               END-IF
           END-PERFORM.

           VERSION-MAXIMA-END.
           *>==================
               EXIT.

       0600-AUDIT-RANGE-TABLE SECTION.
       *>-------------------------------

               TO COND-AUDIT-RECORD.
           WRITE COND-AUDIT-RECORD.

           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT
               MOVE WS-VER-SCAN TO WS-VERSION-RANG
               PERFORM 1110-LOAD-VERSION-RANGES
               PERFORM 0605-AUDIT-ONE-VERSION
           END-PERFORM.
           MOVE 0 TO WS-VERSION-CHARGEE.

           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN >= WS-VERSION-COUNT
               COMPUTE WS-VER-SCAN2 = WS-VER-SCAN + 1
               PERFORM UNTIL WS-VER-SCAN2 > WS-VERSION-COUNT
                   IF WS-VER-DATE-EFFET(WS-VER-SCAN) =
                           WS-VER-DATE-EFFET(WS-VER-SCAN2)
                       PERFORM 0640-AUDIT-REPORT-SAME-DATE
                   END-IF
                   ADD 1 TO WS-VER-SCAN2
               END-PERFORM
           END-PERFORM.

           IF WS-AUDIT-ERROR-COUNT = 0
               MOVE "Aucune anomalie detectee." TO
                   COND-AUDIT-RECORD
               WRITE COND-AUDIT-RECORD
               MOVE "Verdict : TABLE COHERENTE" TO COND-AUDIT-RECORD
           ELSE
               MOVE "N" TO WS-AUDIT-STATE
               MOVE "Verdict : TABLE INCOHERENTE" TO
                   COND-AUDIT-RECORD
           END-IF.
           WRITE COND-AUDIT-RECORD.
           CLOSE COND-AUDIT-FILE.

           AUDIT-RANGE-TABLE-END.
           *>=====================
               EXIT.

       0605-AUDIT-ONE-VERSION SECTION.
       *>-------------------------------

           AUDIT-ONE-VERSION-START.
           *>=======================

           PERFORM 0650-FORMAT-VERSION-HEADER.
           WRITE COND-AUDIT-RECORD.

           IF WS-VER-ANOMALIE(WS-VERSION-RANG) = "I" OR "D"
               ADD 1 TO WS-AUDIT-ERROR-COUNT
               MOVE SPACES TO COND-AUDIT-RECORD
               IF WS-VER-ANOMALIE(WS-VERSION-RANG) = "I"
                   STRING "DATE D'EFFET INVALIDE : version "
                           WS-VERSION-LIBELLE
                       DELIMITED BY SIZE INTO COND-AUDIT-RECORD
                   END-STRING
               ELSE
                   STRING "DATE D'EFFET DIVERGENTE : version "
                           WS-VERSION-LIBELLE
                           " (premiere date lue retenue)"
                       DELIMITED BY SIZE INTO COND-AUDIT-RECORD
                   END-STRING
               END-IF
               WRITE COND-AUDIT-RECORD
           END-IF.

           PERFORM 0606-AUDIT-LOADED-RANGES.

           AUDIT-ONE-VERSION-END.
           *>=====================
               EXIT.

       0606-AUDIT-LOADED-RANGES SECTION.
       *>---------------------------------

           AUDIT-LOADED-RANGES-START.
           *>=========================

           PERFORM VARYING WS-INDEX-RANGE FROM 1 BY 1 UNTIL
                   WS-INDEX-RANGE > WS-RANGE-COUNT
               IF WS-RANGE-LOW(WS-INDEX-RANGE) >
               END-IF
           END-PERFORM.

           AUDIT-LOADED-RANGES-END.
           *>=======================
               EXIT.

       0610-AUDIT-REPORT-INVERTED SECTION.
           *>====================
               EXIT.

       0640-AUDIT-REPORT-SAME-DATE SECTION.
       *>-------------------------------------

           AUDIT-REPORT-SAME-DATE-START.
           *>============================

           ADD 1 TO WS-AUDIT-ERROR-COUNT.
           MOVE SPACES TO COND-AUDIT-RECORD.
           MOVE WS-VER-NUMERO(WS-VER-SCAN) TO WS-EDIT-VERSION.
           MOVE WS-VER-NUMERO(WS-VER-SCAN2) TO WS-EDIT-VERSION2.
           STRING "DATE D'EFFET EN DOUBLE : versions "
                   WS-EDIT-VERSION " et " WS-EDIT-VERSION2
                   " au " WS-VER-DATE-EFFET(WS-VER-SCAN)
               DELIMITED BY SIZE INTO COND-AUDIT-RECORD
           END-STRING.
           WRITE COND-AUDIT-RECORD.

           AUDIT-REPORT-SAME-DATE-END.
           *>==========================
               EXIT.

       0650-FORMAT-VERSION-HEADER SECTION.
       *>-----------------------------------

           FORMAT-VERSION-HEADER-START.
           *>===========================

           MOVE WS-VER-NB-PLAGES(WS-VERSION-RANG) TO WS-EDIT-VER-PLAGES.
           MOVE SPACES TO COND-AUDIT-RECORD.
           IF WS-VER-DATE-EFFET(WS-VERSION-RANG) = 0
               STRING "--- Version " WS-VERSION-LIBELLE
                       " en vigueur depuis l'origine : "
                       WS-EDIT-VER-PLAGES " plage(s) ---"
                   DELIMITED BY SIZE INTO COND-AUDIT-RECORD
               END-STRING
           ELSE
               STRING "--- Version " WS-VERSION-LIBELLE
                       " en vigueur au "
                       WS-VER-DATE-EFFET(WS-VERSION-RANG)
                       " : " WS-EDIT-VER-PLAGES " plage(s) ---"
                   DELIMITED BY SIZE INTO COND-AUDIT-RECORD
               END-STRING
           END-IF.

           FORMAT-VERSION-HEADER-END.
           *>=========================
               EXIT.

       0700-LOAD-ALERT-THRESHOLDS SECTION.
       *>-----------------------------------

           *>===========================

           MOVE 0 TO WS-CAND-COUNT.
           MOVE 0 TO WS-CAND-VERSION.
           MOVE 0 TO WS-CAND-DATE-EFFET.
           MOVE "N" TO WS-EOF-CAND.
           OPEN INPUT CANDIDATE-PARM-FILE.
           IF WS-CAND-PARM-STATUS NOT = "00"
                           WS-CAND-NAME(WS-INDEX-CAND)
                       MOVE CD-LOW TO WS-CAND-LOW(WS-INDEX-CAND)
                       MOVE CD-HIGH TO WS-CAND-HIGH(WS-INDEX-CAND)
                       MOVE CD-NAME TO WS-LIBELLE-CHERCHE
                       PERFORM 0520-REGISTER-LIBELLE
                       IF WS-CAND-COUNT = 1
                           PERFORM 0810-CANDIDATE-VERSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CANDIDATE-PARM-FILE.

           IF WS-CAND-VERSION = 0
               COMPUTE WS-CAND-VERSION = WS-VER-NUMERO-MAX + 1
           END-IF.
           IF WS-CAND-DATE-EFFET = 0
               MOVE WS-DATE-DU-JOUR TO WS-CAND-DATE-EFFET
           END-IF.
           DISPLAY "Table candidate chargee : " WS-CAND-COUNT
               " plage(s), version " WS-CAND-VERSION
               " en vigueur au " WS-CAND-DATE-EFFET ".".

           LOAD-CANDIDATE-TABLE-END.
           *>=========================
               EXIT.

       0810-CANDIDATE-VERSION SECTION.
       *>-------------------------------

           CANDIDATE-VERSION-START.
           *>=======================

           IF CD-VERSION IS NUMERIC AND CD-VERSION-N > 0
               MOVE CD-VERSION-N TO WS-CAND-VERSION
           END-IF.
           IF CD-DATE-EFFET = SPACES
               GO TO CANDIDATE-VERSION-END
           END-IF.
           IF CD-DATE-EFFET IS NUMERIC AND CD-DATE-EFFET-N > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(CD-DATE-EFFET-N) = 0
                   MOVE CD-DATE-EFFET-N TO WS-CAND-DATE-EFFET
                   GO TO CANDIDATE-VERSION-END
               END-IF
           END-IF.
           DISPLAY "CONDCAND.DAT: date d'effet " CD-DATE-EFFET
               " invalide, date du jour retenue.".

           CANDIDATE-VERSION-END.
           *>=====================
               EXIT.

       4000-WHATIF-SIMULATION SECTION.
       *>----------------------------------

           MOVE ZEROS TO WS-MIGRATION-MATRIX.
           MOVE 0 TO WS-CNT-PAIRES-SIMULEES.
           MOVE 0 TO WS-CNT-PAIRES-MIGREES.
           MOVE 0 TO WS-CNT-PAIRES-HORS-EFFET.
           PERFORM VARYING WS-MIG-I FROM 1 BY 1 UNTIL WS-MIG-I > 11
               PERFORM VARYING WS-MIG-J FROM 1 BY 1 UNTIL
                       WS-MIG-J > 11

           PERFORM 1200-CLASSIFY-RESULT.
           IF WS-RESULT-CLASSIFIED
               MOVE WS-CLASSIFICATION TO WS-LIBELLE-CHERCHE
           ELSE
               MOVE "HORS-PLAGE" TO WS-LIBELLE-CHERCHE
           END-IF.
           PERFORM 1250-FIND-LIBELLE-SLOT.
           MOVE WS-LIBELLE-SLOT TO WS-LIVE-SLOT.

      *> La candidate ne s'applique qu'aux paires datees de sa date
      *> d'effet ou apres, et seulement si elle est plus recente que
      *> la version qui les classe aujourd'hui.
           IF WS-CAND-DATE-EFFET <= WS-DATE-METIER AND
                   WS-CAND-DATE-EFFET >=
                   WS-VER-DATE-EFFET(WS-VERSION-CHARGEE)
               PERFORM 4200-CLASSIFY-CANDIDATE
           ELSE
               ADD 1 TO WS-CNT-PAIRES-HORS-EFFET
               MOVE WS-LIVE-SLOT TO WS-CAND-SLOT
           END-IF.

           IF WS-LIVE-SLOT NOT = WS-CAND-SLOT
                       WS-RESULT <= WS-CAND-HIGH(WS-INDEX-CAND)
                   MOVE WS-CAND-NAME(WS-INDEX-CAND) TO
                       WS-CAND-CLASSIFICATION
                   MOVE "Y" TO WS-CAND-CLASSIFIED
               END-IF
           END-PERFORM.

           IF WS-CAND-IS-CLASSIFIED
               MOVE WS-CAND-CLASSIFICATION TO WS-LIBELLE-CHERCHE
               PERFORM 1250-FIND-LIBELLE-SLOT
               MOVE WS-LIBELLE-SLOT TO WS-CAND-SLOT
           END-IF.

           CLASSIFY-CANDIDATE-END.
           *>=======================
               EXIT.
           *>=============================

           OPEN OUTPUT WHATIF-FILE.
           MOVE SPACES TO WHATIF-RECORD.
           STRING "=== Matrice de migration CONDPARM -> CONDCAND "
                   "promue en version " WS-CAND-VERSION
                   " au " WS-CAND-DATE-EFFET " ==="
               DELIMITED BY SIZE INTO WHATIF-RECORD
           END-STRING.
           WRITE WHATIF-RECORD.

           PERFORM 5010-CHECK-PROMOTION.
           IF NOT WS-PROMOTION-POSSIBLE
               MOVE SPACES TO WHATIF-RECORD
               STRING "ATTENTION : promotion refusee en l'etat, "
                       WS-PROMOTION-MOTIF
                   DELIMITED BY SIZE INTO WHATIF-RECORD
               END-STRING
               WRITE WHATIF-RECORD
           END-IF.
           MOVE WS-CNT-PAIRES-HORS-EFFET TO WS-EDIT-MIG-COUNT.
           MOVE SPACES TO WHATIF-RECORD.
           STRING "Paires hors de la periode d'effet (classement "
                   "inchange) : " WS-EDIT-MIG-COUNT
               DELIMITED BY SIZE INTO WHATIF-RECORD
           END-STRING.
           WRITE WHATIF-RECORD.

           PERFORM VARYING WS-MIG-I FROM 1 BY 1 UNTIL WS-MIG-I > 11
           WRITE-ONE-MIGRATION-CELL-START.
           *>===============================

           IF WS-MIG-I = 11 OR WS-MIG-I > WS-LIBELLE-COUNT
               MOVE "HORS-PLAGE" TO WS-MIG-NOM-ANC
           ELSE
               MOVE WS-LIBELLE-NOM(WS-MIG-I) TO WS-MIG-NOM-ANC
           END-IF.
           IF WS-MIG-J = 11 OR WS-MIG-J > WS-LIBELLE-COUNT
               MOVE "HORS-PLAGE" TO WS-MIG-NOM-NOUV
           ELSE
               MOVE WS-LIBELLE-NOM(WS-MIG-J) TO WS-MIG-NOM-NOUV
           END-IF.

           MOVE WS-MIG-COUNT(WS-MIG-I WS-MIG-J) TO
           *>=============================
               EXIT.

      *> Promotion : la table candidate est ajoutee a CONDPARM.DAT
      *> comme nouvelle version datee. Les versions existantes ne
      *> sont jamais reecrites, ce qui garde les editions passees
      *> reproductibles.
       5000-PROMOTE-CANDIDATE SECTION.
       *>-------------------------------

           PROMOTE-CANDIDATE-START.
           *>=======================

           PERFORM 5010-CHECK-PROMOTION.

           OPEN EXTEND COND-AUDIT-FILE.
           MOVE SPACES TO COND-AUDIT-RECORD.
           STRING "=== Promotion de CONDCAND.DAT en version "
                   WS-CAND-VERSION " au " WS-CAND-DATE-EFFET " ==="
               DELIMITED BY SIZE INTO COND-AUDIT-RECORD
           END-STRING.
           WRITE COND-AUDIT-RECORD.

           IF WS-PROMOTION-POSSIBLE
               MOVE WS-AUDIT-ERROR-COUNT TO WS-AUDIT-ERREURS-AVANT
               MOVE WS-CAND-COUNT TO WS-RANGE-COUNT
               PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                       WS-INDEX-CAND > WS-CAND-COUNT
                   SET WS-INDEX-RANGE TO WS-INDEX-CAND
                   MOVE WS-CAND-NAME(WS-INDEX-CAND) TO
                       WS-RANGE-NAME(WS-INDEX-RANGE)
                   MOVE WS-CAND-LOW(WS-INDEX-CAND) TO
                       WS-RANGE-LOW(WS-INDEX-RANGE)
                   MOVE WS-CAND-HIGH(WS-INDEX-CAND) TO
                       WS-RANGE-HIGH(WS-INDEX-RANGE)
               END-PERFORM
               MOVE 0 TO WS-VERSION-CHARGEE
               PERFORM 0606-AUDIT-LOADED-RANGES
               IF WS-AUDIT-ERROR-COUNT NOT = WS-AUDIT-ERREURS-AVANT
                   MOVE "N" TO WS-PROMOTION-STATE
                   MOVE "table candidate incoherente" TO
                       WS-PROMOTION-MOTIF
               END-IF
           END-IF.

           IF NOT WS-PROMOTION-POSSIBLE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               MOVE SPACES TO COND-AUDIT-RECORD
               STRING "Verdict : PROMOTION REFUSEE, "
                       WS-PROMOTION-MOTIF
                   DELIMITED BY SIZE INTO COND-AUDIT-RECORD
               END-STRING
               WRITE COND-AUDIT-RECORD
               CLOSE COND-AUDIT-FILE
               DISPLAY "*** Promotion refusee : "
                   FUNCTION TRIM(WS-PROMOTION-MOTIF) " ***"
               GO TO PROMOTE-CANDIDATE-END
           END-IF.

      *> Sans CONDPARM.DAT, la table par defaut est ecrite d'abord
      *> comme version d'origine pour ne pas la perdre.
           OPEN EXTEND RANGE-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "35"
               OPEN OUTPUT RANGE-PARM-FILE
               PERFORM VARYING WS-VERSION-RANG FROM 1 BY 1 UNTIL
                       WS-VERSION-RANG > WS-VERSION-COUNT
                   PERFORM 5020-WRITE-VERSION-LINES
               END-PERFORM
           END-IF.
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               MOVE "Verdict : CONDPARM.DAT NON MIS A JOUR" TO
                   COND-AUDIT-RECORD
               WRITE COND-AUDIT-RECORD
               CLOSE COND-AUDIT-FILE
               DISPLAY "*** CONDPARM.DAT inaccessible, statut "
                   WS-PARM-FILE-STATUS " ***"
               GO TO PROMOTE-CANDIDATE-END
           END-IF.

           PERFORM VARYING WS-INDEX-CAND FROM 1 BY 1 UNTIL
                   WS-INDEX-CAND > WS-CAND-COUNT
               MOVE SPACES TO RANGE-PARM-RECORD
               MOVE WS-CAND-NAME(WS-INDEX-CAND) TO RP-NAME
               MOVE WS-CAND-LOW(WS-INDEX-CAND) TO RP-LOW
               MOVE WS-CAND-HIGH(WS-INDEX-CAND) TO RP-HIGH
               MOVE WS-CAND-VERSION TO RP-VERSION-N
               MOVE WS-CAND-DATE-EFFET TO RP-DATE-EFFET-N
               WRITE RANGE-PARM-RECORD
           END-PERFORM.
           CLOSE RANGE-PARM-FILE.

           MOVE SPACES TO COND-AUDIT-RECORD.
           STRING "Verdict : PROMOTION EFFECTUEE, " WS-CAND-COUNT
                   " plage(s) ajoutee(s) a CONDPARM.DAT"
               DELIMITED BY SIZE INTO COND-AUDIT-RECORD
           END-STRING.
           WRITE COND-AUDIT-RECORD.
           CLOSE COND-AUDIT-FILE.
           DISPLAY "Table candidate promue en version " WS-CAND-VERSION
               " en vigueur au " WS-CAND-DATE-EFFET ".".

           PROMOTE-CANDIDATE-END.
           *>=====================
               EXIT.

      *> Une version promue ne peut ni reprendre un numero existant,
      *> ni prendre effet dans le passe, ni s'intercaler avant la
      *> derniere version : les paires deja classees le restent.
       5010-CHECK-PROMOTION SECTION.
       *>------------------------------

           CHECK-PROMOTION-START.
           *>=====================

           MOVE "Y" TO WS-PROMOTION-STATE.
           MOVE SPACES TO WS-PROMOTION-MOTIF.

           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT
               IF WS-VER-NUMERO(WS-VER-SCAN) = WS-CAND-VERSION
                   MOVE "N" TO WS-PROMOTION-STATE
                   MOVE "numero de version deja utilise" TO
                       WS-PROMOTION-MOTIF
               END-IF
           END-PERFORM.
           IF NOT WS-PROMOTION-POSSIBLE
               GO TO CHECK-PROMOTION-END
           END-IF.

           IF WS-CAND-DATE-EFFET < WS-DATE-DU-JOUR
               MOVE "N" TO WS-PROMOTION-STATE
               MOVE "date d'effet anterieure a aujourd'hui" TO
                   WS-PROMOTION-MOTIF
               GO TO CHECK-PROMOTION-END
           END-IF.
           IF WS-CAND-DATE-EFFET <= WS-VER-DATE-MAX
               MOVE "N" TO WS-PROMOTION-STATE
               MOVE "date d'effet non posterieure a la derniere version"
                   TO WS-PROMOTION-MOTIF
           END-IF.

           CHECK-PROMOTION-END.
           *>===================
               EXIT.

       5020-WRITE-VERSION-LINES SECTION.
       *>---------------------------------

           WRITE-VERSION-LINES-START.
           *>=========================

           PERFORM VARYING WS-VER-PLAGE-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-PLAGE-SCAN > WS-VER-NB-PLAGES(WS-VERSION-RANG)
               MOVE SPACES TO RANGE-PARM-RECORD
               MOVE WS-VER-PLAGE-NOM(WS-VERSION-RANG WS-VER-PLAGE-SCAN)
                   TO RP-NAME
               MOVE WS-VER-PLAGE-BASSE(WS-VERSION-RANG
                   WS-VER-PLAGE-SCAN) TO RP-LOW
               MOVE WS-VER-PLAGE-HAUTE(WS-VERSION-RANG
                   WS-VER-PLAGE-SCAN) TO RP-HIGH
               MOVE WS-VER-NUMERO(WS-VERSION-RANG) TO RP-VERSION-N
               MOVE WS-VER-DATE-EFFET(WS-VERSION-RANG) TO
                   RP-DATE-EFFET-N
               WRITE RANGE-PARM-RECORD
           END-PERFORM.

           WRITE-VERSION-LINES-END.
           *>=======================
               EXIT.

       1000-INTERACTIVE-CHECK SECTION.
       *>------------------------------


           MOVE WS-USER-INPUT2 TO WS-VALIDE-INPUT2.

           DISPLAY "Date metier AAAAMMJJ (a blanc : aujourd'hui)".
           ACCEPT WS-USER-DATE.
           PERFORM 1050-CHECK-USER-DATE.
           PERFORM UNTIL WS-DATE-METIER > 0
               DISPLAY "Date invalide, format AAAAMMJJ attendu"
               ACCEPT WS-USER-DATE
               PERFORM 1050-CHECK-USER-DATE
           END-PERFORM.

           PERFORM 1100-SELECT-VERSION.
           IF NOT WS-VERSION-EST-TROUVEE
               DISPLAY "Aucune table des plages en vigueur au "
                   WS-DATE-METIER "."
               GO TO INTERACTIVE-END
           END-IF.

           COMPUTE WS-RESULT = WS-VALIDE-INPUT1 * WS-VALIDE-INPUT2.

           PERFORM 1200-CLASSIFY-RESULT.

           IF WS-RESULT-CLASSIFIED
               DISPLAY WS-RESULT " est classe " WS-CLASSIFICATION
                   " (table " WS-VERSION-LIBELLE ")."
           ELSE
               DISPLAY WS-RESULT " ne correspond a aucune plage "&
                       "connue."
           *>===============
               EXIT.

       1050-CHECK-USER-DATE SECTION.
       *>------------------------------

           CHECK-USER-DATE-START.
           *>=====================

           MOVE 0 TO WS-DATE-METIER.
           IF WS-USER-DATE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-DATE-METIER
               GO TO CHECK-USER-DATE-END
           END-IF.
           IF WS-USER-DATE IS NUMERIC
               MOVE WS-USER-DATE TO WS-VER-DATE-LUE
               IF WS-VER-DATE-LUE > 0 AND
                       FUNCTION TEST-DATE-YYYYMMDD(WS-VER-DATE-LUE) = 0
                   MOVE WS-VER-DATE-LUE TO WS-DATE-METIER
               END-IF
           END-IF.

           CHECK-USER-DATE-END.
           *>===================
               EXIT.

      *> Version en vigueur a WS-DATE-METIER : la plus recente date
      *> d'effet non posterieure, le numero le plus eleve departageant
      *> deux versions de meme date.
       1100-SELECT-VERSION SECTION.
       *>-----------------------------

           SELECT-VERSION-START.
           *>====================

           MOVE "N" TO WS-VERSION-TROUVEE.
           MOVE 0 TO WS-VERSION-RANG.

           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-SCAN > WS-VERSION-COUNT
               IF WS-VER-DATE-EFFET(WS-VER-SCAN) <= WS-DATE-METIER
                   IF WS-VERSION-RANG = 0
                       MOVE WS-VER-SCAN TO WS-VERSION-RANG
                   ELSE
                       IF WS-VER-DATE-EFFET(WS-VER-SCAN) >
                               WS-VER-DATE-EFFET(WS-VERSION-RANG) OR
                               (WS-VER-DATE-EFFET(WS-VER-SCAN) =
                               WS-VER-DATE-EFFET(WS-VERSION-RANG) AND
                               WS-VER-NUMERO(WS-VER-SCAN) >
                               WS-VER-NUMERO(WS-VERSION-RANG))
                           MOVE WS-VER-SCAN TO WS-VERSION-RANG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-VERSION-RANG = 0
               GO TO SELECT-VERSION-END
           END-IF.
           MOVE "Y" TO WS-VERSION-TROUVEE.
           IF WS-VERSION-RANG NOT = WS-VERSION-CHARGEE
               PERFORM 1110-LOAD-VERSION-RANGES
           END-IF.

           SELECT-VERSION-END.
           *>==================
               EXIT.

       1110-LOAD-VERSION-RANGES SECTION.
       *>---------------------------------

           LOAD-VERSION-RANGES-START.
           *>=========================

           MOVE WS-VER-NB-PLAGES(WS-VERSION-RANG) TO WS-RANGE-COUNT.
           PERFORM VARYING WS-VER-PLAGE-SCAN FROM 1 BY 1 UNTIL
                   WS-VER-PLAGE-SCAN > WS-RANGE-COUNT
               MOVE WS-VER-PLAGE-NOM(WS-VERSION-RANG WS-VER-PLAGE-SCAN)
                   TO WS-RANGE-NAME(WS-VER-PLAGE-SCAN)
               MOVE WS-VER-PLAGE-BASSE(WS-VERSION-RANG
                   WS-VER-PLAGE-SCAN) TO
                   WS-RANGE-LOW(WS-VER-PLAGE-SCAN)
               MOVE WS-VER-PLAGE-HAUTE(WS-VERSION-RANG
                   WS-VER-PLAGE-SCAN) TO
                   WS-RANGE-HIGH(WS-VER-PLAGE-SCAN)
           END-PERFORM.
           MOVE WS-VERSION-RANG TO WS-VERSION-CHARGEE.

           MOVE WS-VER-NUMERO(WS-VERSION-RANG) TO WS-EDIT-VERSION.
           MOVE SPACES TO WS-VERSION-LIBELLE.
           STRING "V" WS-EDIT-VERSION
               DELIMITED BY SIZE INTO WS-VERSION-LIBELLE
           END-STRING.

           LOAD-VERSION-RANGES-END.
           *>=======================
               EXIT.

       1200-CLASSIFY-RESULT SECTION.
       *>------------------------------

           *>=============
               EXIT.

       1250-FIND-LIBELLE-SLOT SECTION.
       *>-------------------------------

           FIND-LIBELLE-SLOT-START.
           *>=======================

           MOVE 11 TO WS-LIBELLE-SLOT.
           PERFORM VARYING WS-LIBELLE-SCAN FROM 1 BY 1 UNTIL
                   WS-LIBELLE-SCAN > WS-LIBELLE-COUNT OR
                   WS-LIBELLE-SLOT NOT = 11
               IF WS-LIBELLE-NOM(WS-LIBELLE-SCAN) = WS-LIBELLE-CHERCHE
                   MOVE WS-LIBELLE-SCAN TO WS-LIBELLE-SLOT
               END-IF
           END-PERFORM.

           FIND-LIBELLE-SLOT-END.
           *>=====================
               EXIT.

       2000-BATCH-PROCESS SECTION.
       *>----------------------------

           MOVE WS-COUNT-OUT-RANGE TO CR-COUNT-OUT-RANGE.
           WRITE COND-REPORT-RECORD.
           PERFORM 2300-WRITE-DISTRIBUTION.
           PERFORM 2320-WRITE-VERSION-USAGE.

           DISPLAY "Paires dans la plage    : " WS-COUNT-IN-RANGE.
           DISPLAY "Paires hors plage       : " WS-COUNT-OUT-RANGE.

           CLOSE COND-PAIR-FILE.
           CLOSE COND-REPORT-FILE.
           MOVE "CONDRPT.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.
           PERFORM 2400-AUDIT-VERSION-USAGE.

           PERFORM 2500-WRITE-SPLIT-FILES.

           END-IF.
           MOVE CP-OPERAND2 TO WS-VALIDE-INPUT2.

      *> Date metier : a blanc, la paire est du jour.
           IF CP-DATE-METIER = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-DATE-METIER
           ELSE
               IF CP-DATE-METIER IS NOT NUMERIC
                   MOVE "DATE METIER INVALIDE" TO WS-PAIR-REJECT-REASON
                   GO TO VALIDATE-PAIR-END
               END-IF
               IF CP-DATE-METIER-N = 0 OR
                       FUNCTION TEST-DATE-YYYYMMDD(CP-DATE-METIER-N)
                           NOT = 0
                   MOVE "DATE METIER INVALIDE" TO WS-PAIR-REJECT-REASON
                   GO TO VALIDATE-PAIR-END
               END-IF
               MOVE CP-DATE-METIER-N TO WS-DATE-METIER
           END-IF.
           PERFORM 1100-SELECT-VERSION.
           IF NOT WS-VERSION-EST-TROUVEE
               MOVE "AUCUNE TABLE EN VIGUEUR" TO WS-PAIR-REJECT-REASON
               GO TO VALIDATE-PAIR-END
           END-IF.

           MOVE "Y" TO WS-PAIR-VALID.

           VALIDATE-PAIR-END.
               MOVE COND-PAIR-RECORD(11:10) TO CR-OPERAND2
               MOVE WS-PAIR-REJECT-REASON TO CR-RESULT
               MOVE "REJETE" TO CR-CLASSIFICATION
               MOVE CP-DATE-METIER TO CR-DATE-METIER
               WRITE COND-REPORT-RECORD
               GO TO BATCH-CHECK-ONE-END
           END-IF.
           MOVE CP-OPERAND1 TO CR-OPERAND1.
           MOVE CP-OPERAND2 TO CR-OPERAND2.
           MOVE WS-RESULT TO CR-RESULT.
           MOVE WS-DATE-METIER TO CR-DATE-METIER.
           MOVE WS-VERSION-LIBELLE TO CR-TABLE-VERSION.
           ADD 1 TO WS-VER-NB-PAIRES(WS-VERSION-CHARGEE).
           IF WS-RESULT-CLASSIFIED
               MOVE WS-CLASSIFICATION TO CR-CLASSIFICATION
               ADD 1 TO WS-COUNT-IN-RANGE
           ELSE
               MOVE "HORS-PLAGE" TO CR-CLASSIFICATION
               ADD 1 TO WS-COUNT-OUT-RANGE
           END-IF.
           MOVE CR-CLASSIFICATION TO WS-LIBELLE-CHERCHE.
           PERFORM 1250-FIND-LIBELLE-SLOT.
           MOVE WS-LIBELLE-SLOT TO WS-CSTAT-SLOT.
           ADD 1 TO WS-CSTAT-COUNT(WS-CSTAT-SLOT).
           IF WS-RESULT < WS-CSTAT-MIN(WS-CSTAT-SLOT)
               MOVE WS-RESULT TO WS-CSTAT-MIN(WS-CSTAT-SLOT)
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.

           MOVE "CRITIQUE" TO ALR-SEVERITE.
           MOVE SPACES TO ALR-TEXTE.
           STRING "Classification " WS-ALERT-NAME(WS-INDEX-ALERT)
                   " : " WS-ALERT-REASON
               DELIMITED BY SIZE INTO ALR-TEXTE
           END-STRING.
           PERFORM 9950-POST-ALERT.

           DISPLAY "*** ALERTE: classification "
               WS-ALERT-NAME(WS-INDEX-ALERT)
               " au-dela du seuil configure ***".
           ELSE
               PERFORM VARYING WS-CSTAT-SLOT FROM 1 BY 1 UNTIL
                       WS-CSTAT-SLOT > 11
                   IF WS-CSTAT-SLOT <= WS-LIBELLE-COUNT OR
                           WS-CSTAT-SLOT = 11
                       PERFORM 2310-WRITE-ONE-DISTRIBUTION-LINE
                   END-IF
           IF WS-CSTAT-SLOT = 11
               MOVE "HORS-PLAGE" TO WS-CSTAT-NAME
           ELSE
               MOVE WS-LIBELLE-NOM(WS-CSTAT-SLOT) TO WS-CSTAT-NAME
           END-IF.

           MOVE WS-CSTAT-COUNT(WS-CSTAT-SLOT) TO WS-EDIT-CSTAT-COUNT.
           *>===============================
               EXIT.

       2320-WRITE-VERSION-USAGE SECTION.
       *>----------------------------------

           WRITE-VERSION-USAGE-START.
           *>=========================

           MOVE "=== Versions de la table des plages utilisees ===" TO
               COND-REPORT-LINE.
           WRITE COND-REPORT-LINE.
           PERFORM VARYING WS-VERSION-RANG FROM 1 BY 1 UNTIL
                   WS-VERSION-RANG > WS-VERSION-COUNT
               PERFORM 2330-FORMAT-VERSION-USAGE
               MOVE WS-VERSION-USAGE-LINE TO COND-REPORT-LINE
               WRITE COND-REPORT-LINE
           END-PERFORM.

           WRITE-VERSION-USAGE-END.
           *>=======================
               EXIT.

       2330-FORMAT-VERSION-USAGE SECTION.
       *>----------------------------------

           FORMAT-VERSION-USAGE-START.
           *>==========================

           MOVE WS-VER-NUMERO(WS-VERSION-RANG) TO WS-EDIT-VERSION.
           MOVE WS-VER-NB-PAIRES(WS-VERSION-RANG) TO
               WS-EDIT-VER-PAIRES.
           MOVE SPACES TO WS-VERSION-USAGE-LINE.
           IF WS-VER-DATE-EFFET(WS-VERSION-RANG) = 0
               STRING "Version V" WS-EDIT-VERSION
                       " (depuis l'origine)   : "
                       WS-EDIT-VER-PAIRES " paire(s) classee(s)"
                   DELIMITED BY SIZE INTO WS-VERSION-USAGE-LINE
               END-STRING
           ELSE
               STRING "Version V" WS-EDIT-VERSION
                       " (effet au " WS-VER-DATE-EFFET(WS-VERSION-RANG)
                       ") : " WS-EDIT-VER-PAIRES " paire(s) classee(s)"
                   DELIMITED BY SIZE INTO WS-VERSION-USAGE-LINE
               END-STRING
           END-IF.

           FORMAT-VERSION-USAGE-END.
           *>========================
               EXIT.

       2400-AUDIT-VERSION-USAGE SECTION.
       *>----------------------------------

           AUDIT-VERSION-USAGE-START.
           *>=========================

           OPEN EXTEND COND-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO AUDIT-VERSION-USAGE-END
           END-IF.
           MOVE "=== Versions utilisees par le traitement CONDPAIR ==="
               TO COND-AUDIT-RECORD.
           WRITE COND-AUDIT-RECORD.
           PERFORM VARYING WS-VERSION-RANG FROM 1 BY 1 UNTIL
                   WS-VERSION-RANG > WS-VERSION-COUNT
               PERFORM 2330-FORMAT-VERSION-USAGE
               MOVE WS-VERSION-USAGE-LINE TO COND-AUDIT-RECORD
               WRITE COND-AUDIT-RECORD
           END-PERFORM.
           CLOSE COND-AUDIT-FILE.

           AUDIT-VERSION-USAGE-END.
           *>=======================
               EXIT.

       2500-WRITE-SPLIT-FILES SECTION.
       *>--------------------------------


           PERFORM VARYING WS-CSTAT-SLOT FROM 1 BY 1 UNTIL
                   WS-CSTAT-SLOT > 11
               IF (WS-CSTAT-SLOT <= WS-LIBELLE-COUNT OR
                       WS-CSTAT-SLOT = 11) AND
                       WS-CSTAT-COUNT(WS-CSTAT-SLOT) > 0
                   PERFORM 2510-WRITE-ONE-SPLIT-FILE
           IF WS-CSTAT-SLOT = 11
               MOVE "HORS-PLAGE" TO WS-SPLIT-TARGET-NAME
           ELSE
               MOVE WS-LIBELLE-NOM(WS-CSTAT-SLOT) TO
                   WS-SPLIT-TARGET-NAME
           END-IF.

               MOVE CP-OPERAND2 TO CS-OPERAND2
               MOVE WS-RESULT TO CS-RESULT
               MOVE WS-CLASSIFICATION TO CS-CLASSIFICATION
               MOVE WS-DATE-METIER TO CS-DATE-METIER
               MOVE WS-VERSION-LIBELLE TO CS-TABLE-VERSION
               WRITE COND-SPLIT-RECORD
           END-IF.


       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "MULTIPLY-RANGE".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "MULTIPLY-RANGE".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "MULTIPLY-RANGE".

       COPY ENVCTLPR.

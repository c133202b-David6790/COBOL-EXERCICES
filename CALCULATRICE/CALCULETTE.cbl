           SELECT CALC-RECO-FILE ASSIGN TO "CALCRECO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECO-FILE-STATUS.
           SELECT CALC-AMO-FILE ASSIGN TO "CALCAMOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMO-FILE-STATUS.
           COPY CALCFMSL.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       01  CALC-TRANS-EXP-RECORD.
           05 CTE-TYPE                 PIC X(3).
           05 CTE-EXPRESSION           PIC X(37).
      *> Transaction AMO : tableau d'amortissement d'un emprunt a
      *> echeances mensuelles constantes. Taux annuel en pourcentage
      *> (035000 = 3,5 %), duree en nombre de mois.
       01  CALC-TRANS-AMO-RECORD.
           05 CTA-TYPE                 PIC X(3).
           05 CTA-CAPITAL              PIC 9(8)V99.
           05 CTA-TAUX                 PIC 9(2)V9(4).
           05 CTA-DUREE                PIC 9(3).
           05 CTA-DATE-DEBUT           PIC 9(8).
           05 FILLER                   PIC X(10).
      *> Transaction FRM : appel d'une formule de CALCFORM.DAT par
      *> son nom, avec une valeur par parametre dans l'ordre de la
      *> formule. Version a blanc = version active de la formule.
       01  CALC-TRANS-FRM-RECORD.
           05 CTF-TYPE                 PIC X(3).
           05 CTF-NOM                  PIC X(12).
           05 CTF-VERSION              PIC X(3).
           05 CTF-VALEURS.
               10 CTF-VALEUR OCCURS 5 TIMES
                                       PIC S9(8)V99
                                           SIGN LEADING SEPARATE.
           05 CTF-VALEURS-X REDEFINES CTF-VALEURS.
               10 CTF-VALEUR-X OCCURS 5 TIMES
                                       PIC X(11).

       FD  CALC-OUT-FILE.
       01  CALC-OUT-RECORD.
           05 CO-RESULT                PIC -ZZZZZZ9999.99.
           05 CO-STATUS                PIC X(20).
           05 CO-EXPRESSION            PIC X(37).
           05 CO-AMORTISSEMENT REDEFINES CO-EXPRESSION.
               10 COA-TYPE             PIC X(4).
               10 COA-CAPITAL          PIC ZZZZZZZ9.99.
               10 FILLER               PIC X.
               10 COA-INTERETS         PIC ZZZZZZZZ9.99.
               10 FILLER               PIC X.
               10 COA-DUREE            PIC ZZ9.
               10 FILLER               PIC X(5).

       FD  CALC-LOG-FILE.
       01  CALC-LOG-RECORD.
       FD  CALC-RECO-FILE.
       01  CALC-RECO-RECORD             PIC X(80).

       FD  CALC-AMO-FILE.
       01  CALC-AMO-RECORD              PIC X(100).

       COPY CALCFMFD.

       COPY RUNCTLFD.

       COPY OPSLOGFD.
           05  WS-COUNT-DIV PIC 9(5) VALUE 0.
           05  WS-COUNT-EXP PIC 9(5) VALUE 0.
           05  WS-COUNT-MOD PIC 9(5) VALUE 0.
           05  WS-COUNT-FRM PIC 9(5) VALUE 0.
       01  WS-CUMUL-RESULT PIC S9(10)V99 VALUE 0.
       01  WS-CUMUL-RESULT-DISPLAY PIC -ZZZZZZ9999.99.
       01  WS-RESULT-NUMERIC-TEMP PIC S9(10)V99.
       01  WS-RECO-RSLT-TOT-OP2 PIC S9(13)V99 VALUE 0.
       01  WS-RECO-RSLT-TOT-RES PIC S9(13)V99 VALUE 0.
       01  WS-RECO-TEMP-NUM PIC S9(13)V99.
       01  WS-RECO-TRANS-TOT-CAP PIC S9(13)V99 VALUE 0.
       01  WS-RECO-RSLT-TOT-CAP PIC S9(13)V99 VALUE 0.
       01  WS-RECO-RSLT-TOT-INT PIC S9(13)V99 VALUE 0.
       01  WS-RECO-EDIT-COUNT PIC ZZZZZZ9.
       01  WS-RECO-EDIT-TOTAL PIC -ZZZZZZZZZZZZ9.99.
       01  WS-RECO-LABEL PIC X(20).
           88  WS-TRANS-IS-VALID VALUE "Y".
       01  WS-TRANS-REJECT-REASON PIC X(30) VALUE SPACES.

       COPY CALCEXWS.
       01  WS-CNT-EXPRESSIONS PIC 9(5) VALUE 0.

      *> Appel de formule (type FRM et option F en interactif) : la
      *> formule et sa version sont reportees dans CALCRSLT et
      *> CALCLOG a la place de l'expression.
       COPY CALCFMWS.
       01  WS-FRM-TRACE.
           05 WS-FRM-TRACE-TYPE PIC X(4) VALUE "FRM ".
           05 WS-FRM-TRACE-NOM PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FRM-TRACE-VERSION PIC 9(3).
           05 FILLER PIC X(17) VALUE SPACES.
       01  WS-FRM-MOTIF PIC X(20) VALUE SPACES.
       01  WS-FRM-RANG PIC 9.
       01  WS-FRM-NOM-SAISI PIC X(12).
       01  WS-CNT-FORMULES PIC 9(5) VALUE 0.

      *> Tableau d'amortissement (type AMO) : echeance constante
      *> arrondie au centime, la derniere echeance soldant l'ecart
      *> d'arrondi. Le tableau est ecrit dans CALCAMOR.DAT.
       01  WS-AMO-FILE-STATUS PIC X(2).
       01  WS-AMO-OUVERT PIC X VALUE "N".
           88  WS-AMO-EST-OUVERT VALUE "Y".
       01  WS-AMO-MOTIF PIC X(20) VALUE SPACES.
       01  WS-AMO-CAPITAL PIC 9(8)V99.
       01  WS-AMO-TAUX-ANNUEL PIC 9(2)V9(4).
       01  WS-AMO-TAUX-PERIODE PIC 9V9(12).
       01  WS-AMO-DUREE PIC 9(3).
       01  WS-AMO-DATE-DEBUT PIC 9(8).
       01  WS-AMO-FACTEUR PIC 9(9)V9(12).
       01  WS-AMO-ECHEANCE-FIXE PIC 9(9)V99.
       01  WS-AMO-PERIODE PIC 9(3).
       01  WS-AMO-ECHEANCE PIC 9(9)V99.
       01  WS-AMO-INTERETS PIC 9(9)V99.
       01  WS-AMO-AMORTI PIC 9(9)V99.
       01  WS-AMO-RESTANT PIC 9(9)V99.
       01  WS-AMO-TOT-ECHEANCES PIC 9(10)V99.
       01  WS-AMO-TOT-INTERETS PIC 9(10)V99.
       01  WS-AMO-TOT-AMORTI PIC 9(10)V99.
       01  WS-AMO-DATE-ECHEANCE.
           05 WS-AMO-ECH-AAAA PIC 9(4).
           05 WS-AMO-ECH-MM PIC 9(2).
           05 WS-AMO-ECH-JJ PIC 9(2).
       01  WS-AMO-DATE-DEBUT-R.
           05 WS-AMO-DEB-AAAA PIC 9(4).
           05 WS-AMO-DEB-MM PIC 9(2).
           05 WS-AMO-DEB-JJ PIC 9(2).
       01  WS-AMO-MOIS-ABS PIC 9(6).
       01  WS-AMO-JOURS-MOIS-VALEURS PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-AMO-JOURS-MOIS REDEFINES WS-AMO-JOURS-MOIS-VALEURS.
           05 WS-AMO-JOURS OCCURS 12 TIMES PIC 9(2).
       01  WS-AMO-JOUR-MAX PIC 9(2).
       01  WS-AMO-EDIT-PER PIC ZZ9.
       01  WS-AMO-EDIT-TAUX PIC Z9.9999.
       01  WS-AMO-EDIT-ECH PIC ZZZZZZZZ9.99.
       01  WS-AMO-EDIT-INT PIC ZZZZZZZZ9.99.
       01  WS-AMO-EDIT-CAP PIC ZZZZZZZZ9.99.
       01  WS-AMO-EDIT-RESTANT PIC ZZZZZZZZ9.99.
       01  WS-CNT-AMORTISSEMENTS PIC 9(5) VALUE 0.

       COPY VALNUMLK.

       COPY RUNCTLWS.

           CLOSE CALC-TRANS-FILE.
           CLOSE CALC-OUT-FILE.
           IF WS-AMO-EST-OUVERT
               CLOSE CALC-AMO-FILE
               DISPLAY WS-CNT-AMORTISSEMENTS " tableau(x) "&
                   "d'amortissement (CALCAMOR.DAT)."
           END-IF.
           IF WS-CNT-FORMULES > 0
               DISPLAY WS-CNT-FORMULES " appel(s) de formule "&
                   "(CALCFORM.DAT)."
           END-IF.

           PERFORM 9800-ENV-VERIFY-TRAILER.

               PERFORM 3620-EXPRESSION-TRANSACTION
               GO TO BATCH-TRANSACTION-END
           END-IF.
           IF CTA-TYPE = "AMO"
               PERFORM 3690-AMORTISATION-TRANSACTION
               GO TO BATCH-TRANSACTION-END
           END-IF.
           IF CTF-TYPE = "FRM"
               PERFORM 3625-FORMULE-TRANSACTION
               GO TO BATCH-TRANSACTION-END
           END-IF.

           PERFORM 3550-VALIDATE-TRANS-OPERANDS.

           *>=============================

           MOVE CTE-EXPRESSION TO WS-EXP-TEXTE.
           MOVE 0 TO WS-EXP-NB-PARAMS.
           PERFORM 3630-EVALUATE-EXPRESSION.
           ADD 1 TO WS-CNT-EXPRESSIONS.

           *>===========================
               EXIT.

       3625-FORMULE-TRANSACTION SECTION.
       *>--------------------------------

           FORMULE-TRANSACTION-START.
           *>========================

           ADD 1 TO WS-CNT-FORMULES.
           MOVE SPACES TO WS-FRM-MOTIF.
           MOVE 0 TO WS-EXP-RESULT.
           IF NOT WS-FM-EST-CHARGEE
               PERFORM 9890-LOAD-FORMULES
           END-IF.

           PERFORM 3627-RESOLVE-FORMULE.

           MOVE SPACES TO CALC-OUT-RECORD.
           MOVE 0 TO CO-OPERAND1.
           MOVE SPACE TO CO-OPERATOR.
           MOVE 0 TO CO-OPERAND2.
           IF WS-FRM-MOTIF NOT = SPACES
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               MOVE 0 TO CO-RESULT
               MOVE WS-FRM-MOTIF TO CO-STATUS
               DISPLAY "Formule " WS-FM-NOM-CHERCHE " rejetee : "
                   WS-FRM-MOTIF
           ELSE
               MOVE WS-EXP-RESULT TO CO-RESULT
               MOVE "OK" TO CO-STATUS
               ADD 1 TO WS-COUNT-FRM
           END-IF.
           MOVE WS-FRM-TRACE TO CO-EXPRESSION.
           WRITE CALC-OUT-RECORD.

           PERFORM 3626-WRITE-FORMULE-LOG.

           FORMULE-TRANSACTION-END.
           *>======================
               EXIT.

       3626-WRITE-FORMULE-LOG SECTION.
       *>------------------------------

           WRITE-FORMULE-LOG-START.
           *>=======================

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP.
           MOVE 0 TO CL-OPERAND1.
           MOVE SPACE TO CL-OPERATOR.
           MOVE 0 TO CL-OPERAND2.
           IF WS-FRM-MOTIF NOT = SPACES
               MOVE 0 TO CL-RESULT
               MOVE WS-FRM-MOTIF TO CL-STATUS
           ELSE
               MOVE WS-EXP-RESULT TO CL-RESULT
               MOVE "OK" TO CL-STATUS
               MOVE WS-EXP-RESULT TO WS-RESULT-NUMERIC-TEMP
               ADD WS-RESULT-NUMERIC-TEMP TO WS-CUMUL-RESULT
           END-IF.
           MOVE WS-FRM-TRACE TO CL-EXPRESSION.
           WRITE CALC-LOG-RECORD.

           WRITE-FORMULE-LOG-END.
           *>=====================
               EXIT.

       3627-RESOLVE-FORMULE SECTION.
       *>----------------------------

           RESOLVE-FORMULE-START.
           *>=====================

           MOVE FUNCTION UPPER-CASE(CTF-NOM) TO WS-FM-NOM-CHERCHE.
           MOVE WS-FM-NOM-CHERCHE TO WS-FRM-TRACE-NOM.
           MOVE 0 TO WS-FRM-TRACE-VERSION.
           IF CTF-VERSION = SPACES
               MOVE 0 TO WS-FM-VERSION-CHERCHE
           ELSE
               IF CTF-VERSION IS NOT NUMERIC
                   MOVE "VERSION INVALIDE" TO WS-FRM-MOTIF
                   GO TO RESOLVE-FORMULE-END
               END-IF
               MOVE CTF-VERSION TO WS-FM-VERSION-CHERCHE
           END-IF.

           PERFORM 9897-FIND-FORMULE.
           IF NOT WS-FM-EST-TROUVEE
               MOVE "FORMULE INCONNUE" TO WS-FRM-MOTIF
               GO TO RESOLVE-FORMULE-END
           END-IF.
           MOVE WS-FMC-VERSION TO WS-FRM-TRACE-VERSION.

           MOVE WS-FMC-NB-PARAMS TO WS-EXP-NB-PARAMS.
           PERFORM VARYING WS-FRM-RANG FROM 1 BY 1 UNTIL
                   WS-FRM-RANG > 5 OR WS-FRM-MOTIF NOT = SPACES
               IF WS-FRM-RANG > WS-FMC-NB-PARAMS
                   IF CTF-VALEUR-X(WS-FRM-RANG) NOT = SPACES
                       MOVE "PARAMETRE EN TROP" TO WS-FRM-MOTIF
                   END-IF
               ELSE
                   IF CTF-VALEUR-X(WS-FRM-RANG) = SPACES
                       MOVE "PARAMETRE MANQUANT" TO WS-FRM-MOTIF
                   END-IF
                   IF WS-FRM-MOTIF = SPACES AND
                           CTF-VALEUR(WS-FRM-RANG) IS NOT NUMERIC
                       MOVE "VALEUR NON NUMERIQUE" TO WS-FRM-MOTIF
                   END-IF
                   IF WS-FRM-MOTIF = SPACES
                       MOVE WS-FMC-PARAM(WS-FRM-RANG) TO
                           WS-EXP-PARAM-NOM(WS-FRM-RANG)
                       MOVE CTF-VALEUR(WS-FRM-RANG) TO
                           WS-EXP-PARAM-VALEUR(WS-FRM-RANG)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FRM-MOTIF NOT = SPACES
               GO TO RESOLVE-FORMULE-END
           END-IF.

           MOVE WS-FMC-EXPRESSION TO WS-EXP-TEXTE.
           PERFORM 3630-EVALUATE-EXPRESSION.
           IF WS-EXP-EN-ERREUR
               MOVE WS-EXP-MOTIF TO WS-FRM-MOTIF
           END-IF.

           RESOLVE-FORMULE-END.
           *>===================
               EXIT.

           *>=====================

           ADD 1 TO WS-RECO-TRANS-COUNT.
      *> Les transactions expression et formule portent des
      *> operandes a zero de part et d'autre : elles s'equilibrent
      *> par leur seul comptage.
           IF CTE-TYPE = "EXP" OR CTF-TYPE = "FRM"
               GO TO RECO-TALLY-TRANS-END
           END-IF.
      *> Idem pour les transactions AMO, dont le capital emprunte se
      *> rapproche du capital amorti porte par la ligne resultat.
           IF CTA-TYPE = "AMO"
               PERFORM 3691-VALIDATE-AMORTISATION
               IF WS-AMO-MOTIF = SPACES
                   ADD WS-AMO-CAPITAL TO WS-RECO-TRANS-TOT-CAP
               END-IF
               GO TO RECO-TALLY-TRANS-END
           END-IF.
           PERFORM 3550-VALIDATE-TRANS-OPERANDS.
           ADD WS-RECO-TEMP-NUM TO WS-RECO-RSLT-TOT-OP2.
           MOVE CO-RESULT TO WS-RECO-TEMP-NUM.
           ADD WS-RECO-TEMP-NUM TO WS-RECO-RSLT-TOT-RES.
      *> Seules les lignes AMO acceptees portent un capital amorti,
      *> comme seules les transactions valides sont cumulees en 3650.
           IF COA-TYPE = "AMO " AND CO-STATUS = "OK"
               MOVE COA-CAPITAL TO WS-RECO-TEMP-NUM
               ADD WS-RECO-TEMP-NUM TO WS-RECO-RSLT-TOT-CAP
               MOVE COA-INTERETS TO WS-RECO-TEMP-NUM
               ADD WS-RECO-TEMP-NUM TO WS-RECO-RSLT-TOT-INT
           END-IF.
           IF CO-STATUS = "OK"
               ADD 1 TO WS-RECO-OK-COUNT
           ELSE
           *>========================
               EXIT.

       3690-AMORTISATION-TRANSACTION SECTION.
       *>-------------------------------------

           AMORTISATION-TRANSACTION-START.
           *>===============================

           ADD 1 TO WS-CNT-AMORTISSEMENTS.
           MOVE 0 TO WS-AMO-TOT-ECHEANCES.
           MOVE 0 TO WS-AMO-TOT-INTERETS.
           MOVE 0 TO WS-AMO-TOT-AMORTI.
           PERFORM 3691-VALIDATE-AMORTISATION.

           IF WS-AMO-MOTIF = SPACES
               IF NOT WS-AMO-EST-OUVERT
                   OPEN OUTPUT CALC-AMO-FILE
                   MOVE "Y" TO WS-AMO-OUVERT
               END-IF
               PERFORM 3692-COMPUTE-SCHEDULE
           END-IF.

           MOVE SPACES TO CALC-OUT-RECORD.
           MOVE 0 TO CO-OPERAND1.
           MOVE SPACE TO CO-OPERATOR.
           MOVE 0 TO CO-OPERAND2.
           MOVE "AMO " TO COA-TYPE.
           MOVE WS-AMO-DUREE TO COA-DUREE.
      *> La ligne resultat porte le capital effectivement rembourse
      *> par le tableau, rapproche ensuite du capital emprunte.
           IF WS-AMO-MOTIF = SPACES
               MOVE WS-AMO-TOT-ECHEANCES TO CO-RESULT
               MOVE WS-AMO-TOT-AMORTI TO COA-CAPITAL
               MOVE WS-AMO-TOT-INTERETS TO COA-INTERETS
               MOVE "OK" TO CO-STATUS
           ELSE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               MOVE 0 TO CO-RESULT
               MOVE 0 TO COA-CAPITAL
               MOVE 0 TO COA-INTERETS
               MOVE WS-AMO-MOTIF TO CO-STATUS
               DISPLAY "Amortissement rejete : " WS-AMO-MOTIF
           END-IF.
           WRITE CALC-OUT-RECORD.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP.
           MOVE 0 TO CL-OPERAND1.
           MOVE SPACE TO CL-OPERATOR.
           MOVE 0 TO CL-OPERAND2.
           MOVE CO-STATUS TO CL-STATUS.
           IF WS-AMO-MOTIF = SPACES
               MOVE WS-AMO-TOT-ECHEANCES TO CL-RESULT
               MOVE WS-AMO-TOT-ECHEANCES TO WS-RESULT-NUMERIC-TEMP
               ADD WS-RESULT-NUMERIC-TEMP TO WS-CUMUL-RESULT
           ELSE
               MOVE 0 TO CL-RESULT
           END-IF.
           MOVE CO-EXPRESSION TO CL-EXPRESSION.
           WRITE CALC-LOG-RECORD.

           AMORTISATION-TRANSACTION-END.
           *>=============================
               EXIT.

       3691-VALIDATE-AMORTISATION SECTION.
       *>-----------------------------------

           VALIDATE-AMORTISATION-START.
           *>============================

           MOVE SPACES TO WS-AMO-MOTIF.
           MOVE 0 TO WS-AMO-CAPITAL.
           MOVE 0 TO WS-AMO-DUREE.
           IF CTA-CAPITAL IS NOT NUMERIC OR CTA-CAPITAL = 0
               MOVE "CAPITAL INVALIDE" TO WS-AMO-MOTIF
               GO TO VALIDATE-AMORTISATION-END
           END-IF.
           MOVE CTA-CAPITAL TO WS-AMO-CAPITAL.
           IF CTA-TAUX IS NOT NUMERIC
               MOVE "TAUX INVALIDE" TO WS-AMO-MOTIF
               GO TO VALIDATE-AMORTISATION-END
           END-IF.
           IF CTA-DUREE IS NOT NUMERIC OR CTA-DUREE = 0
               MOVE "DUREE INVALIDE" TO WS-AMO-MOTIF
               GO TO VALIDATE-AMORTISATION-END
           END-IF.
           MOVE CTA-DUREE TO WS-AMO-DUREE.
           IF CTA-DATE-DEBUT IS NOT NUMERIC OR
                   FUNCTION TEST-DATE-YYYYMMDD(CTA-DATE-DEBUT) NOT = 0
               MOVE "DATE DEBUT INVALIDE" TO WS-AMO-MOTIF
               GO TO VALIDATE-AMORTISATION-END
           END-IF.
           MOVE CTA-TAUX TO WS-AMO-TAUX-ANNUEL.
           MOVE CTA-DATE-DEBUT TO WS-AMO-DATE-DEBUT.

           VALIDATE-AMORTISATION-END.
           *>==========================
               EXIT.

       3692-COMPUTE-SCHEDULE SECTION.
       *>------------------------------

           COMPUTE-SCHEDULE-START.
           *>=======================

           COMPUTE WS-AMO-TAUX-PERIODE = WS-AMO-TAUX-ANNUEL / 1200.
           IF WS-AMO-TAUX-PERIODE = 0
               COMPUTE WS-AMO-ECHEANCE-FIXE ROUNDED =
                   WS-AMO-CAPITAL / WS-AMO-DUREE
           ELSE
               COMPUTE WS-AMO-FACTEUR ROUNDED =
                   (1 + WS-AMO-TAUX-PERIODE) ** WS-AMO-DUREE
                   ON SIZE ERROR
                       MOVE "DEPASSEMENT" TO WS-AMO-MOTIF
                       GO TO COMPUTE-SCHEDULE-END
               END-COMPUTE
               COMPUTE WS-AMO-ECHEANCE-FIXE ROUNDED =
                   WS-AMO-CAPITAL * WS-AMO-TAUX-PERIODE /
                   (1 - 1 / WS-AMO-FACTEUR)
                   ON SIZE ERROR
                       MOVE "DEPASSEMENT" TO WS-AMO-MOTIF
                       GO TO COMPUTE-SCHEDULE-END
               END-COMPUTE
           END-IF.

           MOVE WS-AMO-DATE-DEBUT TO WS-AMO-DATE-DEBUT-R.
           MOVE WS-AMO-TAUX-ANNUEL TO WS-AMO-EDIT-TAUX.
           MOVE WS-AMO-CAPITAL TO WS-AMO-EDIT-CAP.
           MOVE WS-AMO-DUREE TO WS-AMO-EDIT-PER.
           MOVE WS-AMO-ECHEANCE-FIXE TO WS-AMO-EDIT-ECH.
           MOVE SPACES TO CALC-AMO-RECORD.
           WRITE CALC-AMO-RECORD.
           MOVE SPACES TO CALC-AMO-RECORD.
           STRING "=== Tableau d'amortissement : capital "
                   WS-AMO-EDIT-CAP " taux annuel " WS-AMO-EDIT-TAUX
                   " % sur " WS-AMO-EDIT-PER " mois ==="
               DELIMITED BY SIZE INTO CALC-AMO-RECORD
           END-STRING.
           WRITE CALC-AMO-RECORD.
           MOVE SPACES TO CALC-AMO-RECORD.
           STRING "Premiere echeance le " WS-AMO-DATE-DEBUT
                   ", echeance constante " WS-AMO-EDIT-ECH
               DELIMITED BY SIZE INTO CALC-AMO-RECORD
           END-STRING.
           WRITE CALC-AMO-RECORD.
           MOVE "Per.  Echeance       Montant      Interets      "&
               "Capital  Capital restant" TO CALC-AMO-RECORD.
           WRITE CALC-AMO-RECORD.

           MOVE WS-AMO-CAPITAL TO WS-AMO-RESTANT.
           PERFORM VARYING WS-AMO-PERIODE FROM 1 BY 1 UNTIL
                   WS-AMO-PERIODE > WS-AMO-DUREE
               COMPUTE WS-AMO-INTERETS ROUNDED =
                   WS-AMO-RESTANT * WS-AMO-TAUX-PERIODE
      *> La derniere echeance solde le capital restant, ecart
      *> d'arrondi compris.
               IF WS-AMO-PERIODE = WS-AMO-DUREE OR
                       WS-AMO-ECHEANCE-FIXE - WS-AMO-INTERETS >
                       WS-AMO-RESTANT
                   MOVE WS-AMO-RESTANT TO WS-AMO-AMORTI
                   COMPUTE WS-AMO-ECHEANCE =
                       WS-AMO-AMORTI + WS-AMO-INTERETS
               ELSE
                   MOVE WS-AMO-ECHEANCE-FIXE TO WS-AMO-ECHEANCE
                   COMPUTE WS-AMO-AMORTI =
                       WS-AMO-ECHEANCE - WS-AMO-INTERETS
               END-IF
               SUBTRACT WS-AMO-AMORTI FROM WS-AMO-RESTANT
               ADD WS-AMO-ECHEANCE TO WS-AMO-TOT-ECHEANCES
               ADD WS-AMO-INTERETS TO WS-AMO-TOT-INTERETS
               ADD WS-AMO-AMORTI TO WS-AMO-TOT-AMORTI
               PERFORM 3693-COMPUTE-DUE-DATE
               PERFORM 3694-WRITE-SCHEDULE-LINE
           END-PERFORM.

           MOVE WS-AMO-TOT-ECHEANCES TO WS-AMO-EDIT-ECH.
           MOVE WS-AMO-TOT-INTERETS TO WS-AMO-EDIT-INT.
           MOVE WS-AMO-TOT-AMORTI TO WS-AMO-EDIT-CAP.
           MOVE SPACES TO CALC-AMO-RECORD.
           STRING "Total            " WS-AMO-EDIT-ECH "  "
                   WS-AMO-EDIT-INT "  " WS-AMO-EDIT-CAP
               DELIMITED BY SIZE INTO CALC-AMO-RECORD
           END-STRING.
           WRITE CALC-AMO-RECORD.

           COMPUTE-SCHEDULE-END.
           *>=====================
               EXIT.

       3693-COMPUTE-DUE-DATE SECTION.
       *>------------------------------

           COMPUTE-DUE-DATE-START.
           *>=======================

      *> Meme quantieme que la premiere echeance, ramene au dernier
      *> jour des mois plus courts.
           COMPUTE WS-AMO-MOIS-ABS = WS-AMO-DEB-AAAA * 12 +
               WS-AMO-DEB-MM - 1 + WS-AMO-PERIODE - 1.
           DIVIDE WS-AMO-MOIS-ABS BY 12 GIVING WS-AMO-ECH-AAAA
               REMAINDER WS-AMO-ECH-MM.
           ADD 1 TO WS-AMO-ECH-MM.
           MOVE WS-AMO-JOURS(WS-AMO-ECH-MM) TO WS-AMO-JOUR-MAX.
           IF WS-AMO-ECH-MM = 2 AND
                   FUNCTION MOD(WS-AMO-ECH-AAAA, 4) = 0 AND
                   (FUNCTION MOD(WS-AMO-ECH-AAAA, 100) NOT = 0 OR
                   FUNCTION MOD(WS-AMO-ECH-AAAA, 400) = 0)
               MOVE 29 TO WS-AMO-JOUR-MAX
           END-IF.
           IF WS-AMO-DEB-JJ > WS-AMO-JOUR-MAX
               MOVE WS-AMO-JOUR-MAX TO WS-AMO-ECH-JJ
           ELSE
               MOVE WS-AMO-DEB-JJ TO WS-AMO-ECH-JJ
           END-IF.

           COMPUTE-DUE-DATE-END.
           *>=====================
               EXIT.

       3694-WRITE-SCHEDULE-LINE SECTION.
       *>---------------------------------

           WRITE-SCHEDULE-LINE-START.
           *>==========================

           MOVE WS-AMO-PERIODE TO WS-AMO-EDIT-PER.
           MOVE WS-AMO-ECHEANCE TO WS-AMO-EDIT-ECH.
           MOVE WS-AMO-INTERETS TO WS-AMO-EDIT-INT.
           MOVE WS-AMO-AMORTI TO WS-AMO-EDIT-CAP.
           MOVE WS-AMO-RESTANT TO WS-AMO-EDIT-RESTANT.
           MOVE SPACES TO CALC-AMO-RECORD.
           STRING WS-AMO-EDIT-PER "  " WS-AMO-DATE-ECHEANCE " "
                   WS-AMO-EDIT-ECH "  " WS-AMO-EDIT-INT "  "
                   WS-AMO-EDIT-CAP "     " WS-AMO-EDIT-RESTANT
               DELIMITED BY SIZE INTO CALC-AMO-RECORD
           END-STRING.
           WRITE CALC-AMO-RECORD.

           WRITE-SCHEDULE-LINE-END.
           *>========================
               EXIT.

       3700-WRITE-CALC-LOG SECTION.
       *>---------------------------


           IF WS-RECO-TRANS-COUNT = WS-RECO-RSLT-COUNT AND
                   WS-RECO-TRANS-TOT-OP1 = WS-RECO-RSLT-TOT-OP1 AND
                   WS-RECO-TRANS-TOT-OP2 = WS-RECO-RSLT-TOT-OP2 AND
                   WS-RECO-TRANS-TOT-CAP = WS-RECO-RSLT-TOT-CAP
               MOVE "EN EQUILIBRE" TO WS-RECO-VERDICT
           ELSE
               MOVE "DESEQUILIBRE" TO WS-RECO-VERDICT
           MOVE WS-RECO-RSLT-TOT-RES TO WS-RECO-EDIT-TOTAL.
           MOVE "Total resultats    " TO WS-RECO-LABEL.
           PERFORM 3680-WRITE-RECO-TOTAL-LINE.
           MOVE WS-RECO-TRANS-TOT-CAP TO WS-RECO-EDIT-TOTAL.
           MOVE "Capital emprunte TR" TO WS-RECO-LABEL.
           PERFORM 3680-WRITE-RECO-TOTAL-LINE.
           MOVE WS-RECO-RSLT-TOT-CAP TO WS-RECO-EDIT-TOTAL.
           MOVE "Capital amorti RS  " TO WS-RECO-LABEL.
           PERFORM 3680-WRITE-RECO-TOTAL-LINE.
           MOVE WS-RECO-RSLT-TOT-INT TO WS-RECO-EDIT-TOTAL.
           MOVE "Interets amortis RS" TO WS-RECO-LABEL.
           PERFORM 3680-WRITE-RECO-TOTAL-LINE.

           MOVE SPACES TO CALC-RECO-RECORD.
           STRING "Verdict : " WS-RECO-VERDICT
               DISPLAY "M- = Soustraire le resultat de la memoire"
               DISPLAY "MR = Rappel memoire comme 1er operande"
               DISPLAY "MC = Effacer la memoire"
               DISPLAY "F  = Calculer une formule de la bibliotheque"
               DISPLAY "Q  = Quitter"
               ACCEPT WS-CONTINUE-CHOICE
               EVALUATE FUNCTION UPPER-CASE(
                   WHEN "MC"
                       MOVE 0 TO WS-MEMORY-REGISTER
                       DISPLAY "Memoire effacee."
                   WHEN "F"
                       PERFORM 4100-FORMULE-INTERACTIVE
                   WHEN "Q"
                       MOVE "Y" TO WS-SESSION-STATE
                       MOVE "Y" TO WS-CHOICE-SETTLED-FLAG
           *>=================
               EXIT.

       4100-FORMULE-INTERACTIVE SECTION.
       *>--------------------------------

           FORMULE-INTERACTIVE-START.
           *>========================

           MOVE SPACES TO WS-FRM-MOTIF.
           IF NOT WS-FM-EST-CHARGEE
               PERFORM 9890-LOAD-FORMULES
           END-IF.
           IF WS-FM-COUNT = 0
               DISPLAY "Bibliotheque de formules vide (CALCFORM.DAT)."
               GO TO FORMULE-INTERACTIVE-END
           END-IF.

           DISPLAY "Formules disponibles :".
           PERFORM VARYING WS-INDEX-FM FROM 1 BY 1 UNTIL
                   WS-INDEX-FM > WS-FM-COUNT
               MOVE WS-FM-LIGNE(WS-INDEX-FM) TO WS-FM-COURANTE
               IF WS-FMC-ACTIVE
                   DISPLAY "  " WS-FMC-NOM " v" WS-FMC-VERSION
                       " " WS-FMC-LIBELLE
               END-IF
           END-PERFORM.
           DISPLAY "Nom de la formule :".
           ACCEPT WS-FRM-NOM-SAISI.
           MOVE FUNCTION UPPER-CASE(WS-FRM-NOM-SAISI) TO
               WS-FM-NOM-CHERCHE.
           MOVE 0 TO WS-FM-VERSION-CHERCHE.
           PERFORM 9897-FIND-FORMULE.
           IF NOT WS-FM-EST-TROUVEE
               DISPLAY "Formule inconnue ou retiree."
               GO TO FORMULE-INTERACTIVE-END
           END-IF.
           MOVE WS-FMC-NOM TO WS-FRM-TRACE-NOM.
           MOVE WS-FMC-VERSION TO WS-FRM-TRACE-VERSION.
           DISPLAY WS-FMC-NOM " = " WS-FMC-EXPRESSION.

           MOVE WS-FMC-NB-PARAMS TO WS-EXP-NB-PARAMS.
           PERFORM VARYING WS-FRM-RANG FROM 1 BY 1 UNTIL
                   WS-FRM-RANG > WS-FMC-NB-PARAMS
               MOVE WS-FMC-PARAM(WS-FRM-RANG) TO
                   WS-EXP-PARAM-NOM(WS-FRM-RANG)
               DISPLAY "Valeur de " WS-FMC-PARAM(WS-FRM-RANG) " :"
               ACCEPT WS-USER-INPUT1
               PERFORM UNTIL function test-numval(WS-USER-INPUT1) = 0
                   display "ceci n'est pas un nombre"
                   display "veuillez saisir un nombre"
                   ACCEPT WS-USER-INPUT1
               END-PERFORM
               MOVE function numval(WS-USER-INPUT1) TO
                   WS-EXP-PARAM-VALEUR(WS-FRM-RANG)
           END-PERFORM.

           MOVE WS-FMC-EXPRESSION TO WS-EXP-TEXTE.
           PERFORM 3630-EVALUATE-EXPRESSION.
           IF WS-EXP-EN-ERREUR
               MOVE WS-EXP-MOTIF TO WS-FRM-MOTIF
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Formule impossible a calculer : "
                   WS-EXP-MOTIF
           ELSE
               MOVE WS-EXP-RESULT TO WS-RESULT-TO-DISPLAY
               DISPLAY "Le résulat est: " WS-RESULT-TO-DISPLAY
               ADD 1 TO WS-COUNT-FRM
           END-IF.

           PERFORM 3626-WRITE-FORMULE-LOG.

           FORMULE-INTERACTIVE-END.
           *>======================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           DISPLAY "Divisions      : " WS-COUNT-DIV.
           DISPLAY "Exposants      : " WS-COUNT-EXP.
           DISPLAY "Modulos        : " WS-COUNT-MOD.
           DISPLAY "Formules       : " WS-COUNT-FRM.
           DISPLAY "Total cumule   : " WS-CUMUL-RESULT-DISPLAY.
           CLOSE CALC-LOG-FILE.
           PERFORM 9600-LOG-OPERATION-END.

       COPY ENVCTLPR.

       COPY CALCEXPR.

       COPY CALCFMPR.

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "Calculatrice".

           

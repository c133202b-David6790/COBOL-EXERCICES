           SELECT WINDOW-ALERT-FILE ASSIGN TO "BATCHALR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT SELECTION-FILE ASSIGN TO "TABLSELE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-FILE-STATUS.
           COPY OPSLOGSL.
           COPY JOBQSL.

       DATA DIVISION.
       FILE SECTION.
           05 PL-PROGRAM                PIC X(20).
           05 PL-MODE                   PIC X.
           05 PL-INPUT-FILE             PIC X(12).
      *> Condition sur les etapes amont : O = seulement si elles
      *> sont OK (defaut), E = seulement si l'une a echoue,
      *> T = toujours. Les etapes amont doivent preceder l'etape
      *> dans le plan.
           05 PL-CONDITION              PIC X.
           05 PL-DEPEND OCCURS 5 TIMES  PIC X(2).
      *> G = controler le fichier d'entree contre son gabarit
      *> (INTEGER-CHECKER mode L) avant de lancer l'etape.
           05 PL-CONTROLE               PIC X.

       FD  STATE-FILE.
       01  STATE-RECORD.
       FD  WINDOW-ALERT-FILE.
       01  WINDOW-ALERT-RECORD          PIC X(90).

      *> Parametres de relance selective de TABLE-EXERCICES, meme
      *> dessin que dans TABLE.
       FD  SELECTION-FILE.
       01  SELECTION-RECORD.
           05 SL-DATE                   PIC X(8).
           05 SL-TRIMESTRE              PIC X.
           05 SL-PHASES                 PIC X(9).
           05 SL-CLASSE OCCURS 10 TIMES PIC X(5).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CA-TYPE                   PIC X.

       COPY OPSLOGFD.

       COPY JOBQFD.

       WORKING-STORAGE SECTION.
       01  WS-PLAN-FILE-STATUS PIC X(2).
       01  WS-STATE-FILE-STATUS PIC X(2).
               10 WS-PLN-PROGRAM         PIC X(20).
               10 WS-PLN-MODE            PIC X.
               10 WS-PLN-INPUT-FILE      PIC X(12).
               10 WS-PLN-CONDITION       PIC X.
               10 WS-PLN-NB-DEP          PIC 9.
               10 WS-PLN-DEP OCCURS 5 TIMES PIC 9(2).
               10 WS-PLN-CONTROLE        PIC X.
      *> Issue de l'etape dans ce lancement : O = OK, E = erreur,
      *> C = sautee par le calendrier, N = non requise (condition E
      *> sans echec amont), D = sautee sur echec amont, R = deja
      *> faite au lancement precedent (reprise).
               10 WS-PLN-ISSUE           PIC X.
               10 WS-PLN-CAUSE           PIC 9(2).
       01  WS-PLAN-COUNT PIC 9(2) VALUE 0.
       01  WS-PLAN-A-DEPENDANCES PIC X VALUE "N".
           88  WS-PLAN-HAS-DEPENDANCES VALUE "Y".
       01  WS-DEP-SCAN PIC 9.
       01  WS-DEP-INDEX PIC 9(2).
       01  WS-DEP-STEP PIC 9(2).
       01  WS-DEP-FOUND PIC X VALUE "N".
           88  WS-DEP-IS-FOUND VALUE "Y".
       01  WS-DEP-NB-ECHECS PIC 9.
       01  WS-DEP-CAUSE PIC 9(2).
       01  WS-STEP-DEP-SKIPPED PIC X VALUE "N".
           88  WS-STEP-IS-DEP-SKIPPED VALUE "Y".
       01  WS-CHAINE-PTR PIC 9(3).
       01  WS-CHAINE-NIVEAU PIC 9(2).

       01  WS-POLICY-ARRET PIC X VALUE "S".
           88  WS-CONTINUE-ON-ERROR VALUE "C".
           88  WS-RUN-HAS-FAILED VALUE "Y".
       01  WS-FAILED-STEP PIC 9(2) VALUE 0.
       01  WS-CALL-NAME PIC X(20).
      *> Programme, mode et fichier d'entree du lancement en cours,
      *> qu'il vienne du plan ou d'une demande de BATCHDEM.DAT.
       01  WS-STEP-PROGRAM PIC X(20).
       01  WS-STEP-MODE PIC X.
       01  WS-STEP-INPUT-FILE PIC X(12).
       01  WS-GATE-PROGRAM PIC X(20).
       01  WS-GATE-MODE PIC X.
       01  WS-START-TIMESTAMP PIC X(14).
       01  WS-END-TIMESTAMP PIC X(14).

       01  WS-SCAN-PLAN PIC 9(2).
       01  WS-EDIT-RESTE PIC ZZZZZZZZ9.

      *> Demandes ponctuelles deposees depuis MENU-PRINCIPAL : les
      *> demandes approuvees passent apres les etapes du plan, les
      *> demandes closes depuis plus de 30 jours sont purgees.
       01  WS-JQ-LIMITE-PURGE PIC 9(8).
       01  WS-JQ-NB-EXECUTEES PIC 9(3) VALUE 0.
       01  WS-JQ-NB-PURGEES PIC 9(3) VALUE 0.
       01  WS-JQ-OPERATEUR-DRIVER PIC X(8).
      *> Une demande TABLE-EXERCICES tourne avec sa selection dans
      *> TABLSELE.DAT ; la selection deja en place est remise apres.
       01  WS-SELECTION-FILE-STATUS PIC X(2).
       01  WS-SEL-ANCIENNE PIC X(68).
       01  WS-SEL-PRESENTE PIC X VALUE "N".
           88  WS-SEL-EST-PRESENTE VALUE "Y".
       01  WS-SEL-NUM PIC 9(2).

       COPY JOBQWS.

       COPY RPTCATLK.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
               GO TO PROCEDURES-END
           END-IF.

      *> Des que le plan declare des dependances, un echec ne saute
      *> que les etapes qui en dependent : les autres continuent.
           IF WS-PLAN-HAS-DEPENDANCES AND NOT WS-CONTINUE-ON-ERROR
               MOVE "C" TO WS-POLICY-ARRET
               DISPLAY "Politique : dependances declarees, les "&
                   "etapes independantes poursuivent apres erreur."
           END-IF.

           OPEN EXTEND DRIVER-REPORT-FILE.
           IF WS-DRIVER-RPT-STATUS = "35"
               OPEN OUTPUT DRIVER-REPORT-FILE
           END-STRING.
           WRITE DRIVER-REPORT-RECORD.

      *> Un plan lance du debut commence par un jeu de sauvegarde
      *> complet ; sans lui, aucune etape ne touche aux donnees.
      *> Une reprise garde le jeu pris au lancement initial.
           PERFORM 1500-PRE-RUN-BACKUP.
           IF WS-STEP-HAS-FAILED
               CLOSE DRIVER-REPORT-FILE
               MOVE "BATCHRPT.DAT" TO CAT-FICHIER
               PERFORM 9860-CATALOGUE-REPORT
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Sauvegarde prealable en erreur, plan non "&
                   "lance."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1 UNTIL
                   WS-INDEX-PLAN > WS-PLAN-COUNT
               IF WS-PLN-STEP(WS-INDEX-PLAN) >= WS-NEXT-STEP
                   PERFORM 1900-CHECK-CALENDAR
                   IF NOT WS-STEP-IS-SKIPPED
                       PERFORM 1800-CHECK-DEPENDANCES
                   END-IF
                   IF WS-STEP-IS-SKIPPED
                       IF WS-STEP-IS-DEP-SKIPPED
                           PERFORM 1850-REPORT-DEPENDENCY-SKIP
                       ELSE
                           MOVE "C" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
                           PERFORM 1950-REPORT-SKIPPED-STEP
                       END-IF
                   ELSE
                       PERFORM 2000-EXECUTE-ONE-STEP
                       IF WS-STEP-HAS-FAILED
                           MOVE "E" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
                       ELSE
                           MOVE "O" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
                       END-IF
                       IF WS-WINDOW-IS-PRESENT
                           PERFORM 2900-CHECK-WINDOW-PROJECTION
                       END-IF
                           SET WS-INDEX-PLAN UP BY 1
                       END-IF
                   END-IF
               ELSE
                   MOVE "R" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
               END-IF
           END-PERFORM.

           PERFORM 3000-RUN-JOB-REQUESTS.

           CLOSE DRIVER-REPORT-FILE.
           MOVE "BATCHRPT.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           IF WS-RUN-HAS-FAILED
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
           MOVE PL-PROGRAM TO WS-PLN-PROGRAM(WS-INDEX-PLAN).
           MOVE PL-MODE TO WS-PLN-MODE(WS-INDEX-PLAN).
           MOVE PL-INPUT-FILE TO WS-PLN-INPUT-FILE(WS-INDEX-PLAN).
           IF PL-CONTROLE = "G" OR "g"
               MOVE "G" TO WS-PLN-CONTROLE(WS-INDEX-PLAN)
           ELSE
               MOVE SPACE TO WS-PLN-CONTROLE(WS-INDEX-PLAN)
           END-IF.
           MOVE SPACE TO WS-PLN-ISSUE(WS-INDEX-PLAN).
           MOVE 0 TO WS-PLN-CAUSE(WS-INDEX-PLAN).
           EVALUATE PL-CONDITION
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO WS-PLN-CONDITION(WS-INDEX-PLAN)
               WHEN "T"
               WHEN "t"
                   MOVE "T" TO WS-PLN-CONDITION(WS-INDEX-PLAN)
               WHEN OTHER
                   MOVE "O" TO WS-PLN-CONDITION(WS-INDEX-PLAN)
           END-EVALUATE.

           MOVE 0 TO WS-PLN-NB-DEP(WS-INDEX-PLAN).
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1 UNTIL
                   WS-DEP-SCAN > 5
               IF PL-DEPEND(WS-DEP-SCAN) IS NUMERIC AND
                       PL-DEPEND(WS-DEP-SCAN) NOT = "00"
                   PERFORM 1020-STORE-ONE-DEPENDANCE
               END-IF
           END-PERFORM.

           STORE-ONE-PLAN-LINE-END.
           *>========================
               EXIT.

       1020-STORE-ONE-DEPENDANCE SECTION.
       *>-------------------------------------

           STORE-ONE-DEPENDANCE-START.
           *>===========================

      *> Une etape amont doit figurer plus haut dans le plan : sinon
      *> son issue ne serait pas connue au moment de decider.
           MOVE PL-DEPEND(WS-DEP-SCAN) TO WS-DEP-STEP.
           MOVE "N" TO WS-DEP-FOUND.
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1 UNTIL
                   WS-DEP-INDEX >= WS-PLAN-COUNT
               IF WS-PLN-STEP(WS-DEP-INDEX) = WS-DEP-STEP
                   MOVE "Y" TO WS-DEP-FOUND
               END-IF
           END-PERFORM.
           IF NOT WS-DEP-IS-FOUND
               DISPLAY "Etape " PL-STEP " : dependance " WS-DEP-STEP
                   " absente ou placee apres, ignoree."
               GO TO STORE-ONE-DEPENDANCE-END
           END-IF.

           ADD 1 TO WS-PLN-NB-DEP(WS-INDEX-PLAN).
           MOVE WS-DEP-STEP TO WS-PLN-DEP(WS-INDEX-PLAN
               WS-PLN-NB-DEP(WS-INDEX-PLAN)).
           MOVE "Y" TO WS-PLAN-A-DEPENDANCES.

           STORE-ONE-DEPENDANCE-END.
           *>=========================
               EXIT.

       1100-LOAD-STATE SECTION.
       *>--------------------------

               END-STRING
               WRITE WINDOW-ALERT-RECORD
               CLOSE WINDOW-ALERT-FILE
               MOVE "MAJEURE" TO ALR-SEVERITE
               MOVE SPACES TO ALR-TEXTE
               STRING "Depassement projete de la fenetre "
                       WS-WIN-FIN-HHMMSS " apres l'etape "
                       WS-PLN-STEP(WS-INDEX-PLAN)
                   DELIMITED BY SIZE INTO ALR-TEXTE
               END-STRING
               PERFORM 9950-POST-ALERT
           END-IF.

           CHECK-WINDOW-PROJECTION-END.
           *>===================
               EXIT.

       1500-PRE-RUN-BACKUP SECTION.
       *>------------------------------

           PRE-RUN-BACKUP-START.
           *>=====================

           MOVE "N" TO WS-STEP-FAILED.
           MOVE "OK" TO WS-STEP-STATUS.
           MOVE SPACES TO DRIVER-REPORT-RECORD.
           IF WS-NEXT-STEP > 1
               STRING "Sauvegarde : reprise, jeu du lancement "&
                       "initial conserve"
                   DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
               END-STRING
               WRITE DRIVER-REPORT-RECORD
               GO TO PRE-RUN-BACKUP-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP.
           MOVE "SAUVEGARDE-JEU" TO WS-STEP-PROGRAM.
           MOVE "B" TO WS-STEP-MODE.
           PERFORM 2200-CALL-STEP-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TIMESTAMP.

           STRING "Sauvegarde SAUVEGARDE-JEU"
                   " debut:" WS-START-TIMESTAMP
                   " fin:" WS-END-TIMESTAMP
                   " statut:" WS-STEP-STATUS
               DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
           END-STRING.
           WRITE DRIVER-REPORT-RECORD.

           PRE-RUN-BACKUP-END.
           *>===================
               EXIT.

       1800-CHECK-DEPENDANCES SECTION.
       *>----------------------------------

           CHECK-DEPENDANCES-START.
           *>========================

           MOVE "N" TO WS-STEP-DEP-SKIPPED.
           MOVE 0 TO WS-DEP-NB-ECHECS.
           MOVE 0 TO WS-DEP-CAUSE.
           IF WS-PLN-NB-DEP(WS-INDEX-PLAN) = 0
               GO TO CHECK-DEPENDANCES-END
           END-IF.

      *> Une etape amont en erreur, ou sautee a cause d'un echec plus
      *> haut, compte comme un echec. Une etape sautee par le
      *> calendrier n'a rien produit de faux et ne bloque rien.
           PERFORM VARYING WS-DEP-SCAN FROM 1 BY 1 UNTIL
                   WS-DEP-SCAN > WS-PLN-NB-DEP(WS-INDEX-PLAN)
               MOVE WS-PLN-DEP(WS-INDEX-PLAN WS-DEP-SCAN) TO
                   WS-DEP-STEP
               PERFORM 1810-FIND-PLAN-STEP
               IF WS-DEP-IS-FOUND
                   IF WS-PLN-ISSUE(WS-DEP-INDEX) = "E" OR
                           WS-PLN-ISSUE(WS-DEP-INDEX) = "D"
                       ADD 1 TO WS-DEP-NB-ECHECS
                       IF WS-DEP-CAUSE = 0
                           MOVE WS-DEP-STEP TO WS-DEP-CAUSE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE WS-PLN-CONDITION(WS-INDEX-PLAN)
               WHEN "T"
                   CONTINUE
               WHEN "E"
                   IF WS-DEP-NB-ECHECS = 0
                       MOVE "Y" TO WS-STEP-SKIPPED
                       MOVE "Y" TO WS-STEP-DEP-SKIPPED
                       MOVE "N" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
                       MOVE "AUCUN ECHEC AMONT" TO WS-SKIP-MOTIF
                   END-IF
               WHEN OTHER
                   IF WS-DEP-NB-ECHECS > 0
                       MOVE "Y" TO WS-STEP-SKIPPED
                       MOVE "Y" TO WS-STEP-DEP-SKIPPED
                       MOVE "D" TO WS-PLN-ISSUE(WS-INDEX-PLAN)
                       MOVE WS-DEP-CAUSE TO
                           WS-PLN-CAUSE(WS-INDEX-PLAN)
                       MOVE "ECHEC AMONT" TO WS-SKIP-MOTIF
                   END-IF
           END-EVALUATE.

           CHECK-DEPENDANCES-END.
           *>======================
               EXIT.

       1810-FIND-PLAN-STEP SECTION.
       *>-------------------------------

           FIND-PLAN-STEP-START.
           *>=====================

           MOVE "N" TO WS-DEP-FOUND.
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1 UNTIL
                   WS-DEP-INDEX > WS-PLAN-COUNT
               IF WS-PLN-STEP(WS-DEP-INDEX) = WS-DEP-STEP
                   MOVE "Y" TO WS-DEP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-PLAN-STEP-END.
           *>===================
               EXIT.

       1850-REPORT-DEPENDENCY-SKIP SECTION.
       *>---------------------------------------

           REPORT-DEPENDENCY-SKIP-START.
           *>=============================

           MOVE SPACES TO DRIVER-REPORT-RECORD.
           STRING "Etape " WS-PLN-STEP(WS-INDEX-PLAN) " "
                   WS-PLN-PROGRAM(WS-INDEX-PLAN)
                   " statut:SKIPPED-DEPENDANCE motif:"
                   WS-SKIP-MOTIF
               DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
           END-STRING.
           WRITE DRIVER-REPORT-RECORD.
           DISPLAY "Etape " WS-PLN-STEP(WS-INDEX-PLAN)
               " sautee (" WS-SKIP-MOTIF ").".

           IF WS-PLN-ISSUE(WS-INDEX-PLAN) NOT = "D"
               GO TO REPORT-DEPENDENCY-SKIP-END
           END-IF.

      *> Chaine remontee d'etape sautee en etape sautee jusqu'a
      *> l'etape reellement en erreur.
           MOVE SPACES TO DRIVER-REPORT-RECORD.
           MOVE 1 TO WS-CHAINE-PTR.
           STRING "  chaine : " WS-PLN-STEP(WS-INDEX-PLAN)
               DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
               WITH POINTER WS-CHAINE-PTR
           END-STRING.
           MOVE WS-PLN-CAUSE(WS-INDEX-PLAN) TO WS-DEP-STEP.
           MOVE 0 TO WS-CHAINE-NIVEAU.
           PERFORM UNTIL WS-DEP-STEP = 0 OR WS-CHAINE-NIVEAU >= 10
               ADD 1 TO WS-CHAINE-NIVEAU
               PERFORM 1810-FIND-PLAN-STEP
               STRING " <- " WS-DEP-STEP
                   DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
                   WITH POINTER WS-CHAINE-PTR
               END-STRING
               IF WS-DEP-IS-FOUND AND
                       WS-PLN-ISSUE(WS-DEP-INDEX) = "D"
                   MOVE WS-PLN-CAUSE(WS-DEP-INDEX) TO WS-DEP-STEP
               ELSE
                   IF WS-DEP-IS-FOUND
                       STRING " " DELIMITED BY SIZE
                               WS-PLN-PROGRAM(WS-DEP-INDEX)
                                   DELIMITED BY SPACE
                               " en erreur" DELIMITED BY SIZE
                           INTO
                               DRIVER-REPORT-RECORD
                           WITH POINTER WS-CHAINE-PTR
                       END-STRING
                   END-IF
                   MOVE 0 TO WS-DEP-STEP
               END-IF
           END-PERFORM.
           WRITE DRIVER-REPORT-RECORD.

           REPORT-DEPENDENCY-SKIP-END.
           *>===========================
               EXIT.

       1950-REPORT-SKIPPED-STEP SECTION.
       *>------------------------------------

           MOVE "N" TO WS-STEP-FAILED.
           MOVE "OK" TO WS-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP.
           MOVE WS-PLN-PROGRAM(WS-INDEX-PLAN) TO WS-STEP-PROGRAM.
           MOVE WS-PLN-MODE(WS-INDEX-PLAN) TO WS-STEP-MODE.
           MOVE WS-PLN-INPUT-FILE(WS-INDEX-PLAN) TO
               WS-STEP-INPUT-FILE.

           IF WS-STEP-INPUT-FILE NOT = SPACES
               PERFORM 2100-CHECK-INPUT-FILE
               IF NOT WS-STEP-HAS-FAILED AND
                       WS-PLN-CONTROLE(WS-INDEX-PLAN) = "G"
                   PERFORM 2150-CHECK-INPUT-LAYOUT
               END-IF
           END-IF.

           IF NOT WS-STEP-HAS-FAILED
           CHECK-INPUT-FILE-START.
           *>=======================

           MOVE WS-STEP-INPUT-FILE TO WS-CHECK-FILE-NAME.
           OPEN INPUT CHECK-INPUT-FILE.
           IF WS-CHECK-FILE-STATUS = "00"
               CLOSE CHECK-INPUT-FILE
           *>=====================
               EXIT.

       2150-CHECK-INPUT-LAYOUT SECTION.
       *>----------------------------------

           CHECK-INPUT-LAYOUT-START.
           *>=========================

      *> Barriere de chargement : le fichier d'entree passe d'abord
      *> par le controle champ a champ d'INTEGER-CHECKER ; s'il est
      *> refuse, l'etape n'est pas lancee et compte comme en erreur.
           MOVE WS-STEP-PROGRAM TO WS-GATE-PROGRAM.
           MOVE WS-STEP-MODE TO WS-GATE-MODE.
           MOVE "INTEGER-CHECKER" TO WS-STEP-PROGRAM.
           MOVE "L" TO WS-STEP-MODE.
           PERFORM 2200-CALL-STEP-PROGRAM.
           MOVE WS-GATE-PROGRAM TO WS-STEP-PROGRAM.
           MOVE WS-GATE-MODE TO WS-STEP-MODE.

           MOVE SPACES TO DRIVER-REPORT-RECORD.
           IF WS-STEP-HAS-FAILED
               MOVE "GABARIT" TO WS-STEP-STATUS
               STRING "Etape " WS-PLN-STEP(WS-INDEX-PLAN)
                       " controle gabarit " WS-STEP-INPUT-FILE
                       " : REFUSE, etape non lancee (INTLAYRP.DAT)"
                   DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
               END-STRING
               DISPLAY "Fichier " WS-STEP-INPUT-FILE
                   " refuse par son gabarit, etape "
                   WS-PLN-STEP(WS-INDEX-PLAN) " non lancee."
           ELSE
               STRING "Etape " WS-PLN-STEP(WS-INDEX-PLAN)
                       " controle gabarit " WS-STEP-INPUT-FILE
                       " : CONFORME"
                   DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE DRIVER-REPORT-RECORD.

           CHECK-INPUT-LAYOUT-END.
           *>=======================
               EXIT.

       2200-CALL-STEP-PROGRAM SECTION.
       *>---------------------------------

           CALL-STEP-PROGRAM-START.
           *>========================

           MOVE WS-STEP-MODE TO RC-MODE-OVERRIDE.
           MOVE WS-STEP-INPUT-FILE TO RC-FICHIER-CIBLE.
           MOVE SPACES TO RC-LAST-RUN-STATUS.
           MOVE WS-STEP-PROGRAM TO WS-CALL-NAME.

           CALL WS-CALL-NAME
               ON EXCEPTION
           END-IF.

           MOVE SPACES TO RC-MODE-OVERRIDE.
           MOVE SPACES TO RC-FICHIER-CIBLE.

           CALL-STEP-PROGRAM-END.
           *>======================
               EXIT.

       3000-RUN-JOB-REQUESTS SECTION.
       *>---------------------------------

           RUN-JOB-REQUESTS-START.
           *>=======================

           PERFORM 9800-LOAD-JOB-QUEUE.
           IF WS-JQ-COUNT = 0
               GO TO RUN-JOB-REQUESTS-END
           END-IF.
      *> Reecrire une file tronquee perdrait des demandes : sans
      *> reecriture possible, rien n'est lance (sinon les demandes
      *> repartiraient chaque nuit).
           IF WS-JQ-EST-SATUREE
               MOVE SPACES TO DRIVER-REPORT-RECORD
               STRING "BATCHDEM.DAT depasse 200 demandes, aucune "
                       "demande lancee"
                   DELIMITED BY SIZE INTO DRIVER-REPORT-RECORD
               END-STRING
               WRITE DRIVER-REPORT-RECORD
               DISPLAY "BATCHDEM.DAT depasse la table, demandes "&
                   "non lancees."
               GO TO RUN-JOB-REQUESTS-END
           END-IF.

           COMPUTE WS-JQ-LIMITE-PURGE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-DU-JOUR) - 30).
           MOVE 0 TO WS-JQ-NB-EXECUTEES.
           MOVE 0 TO WS-JQ-NB-PURGEES.
           MOVE RC-OPERATOR-ID TO WS-JQ-OPERATEUR-DRIVER.

           PERFORM VARYING WS-INDEX-JQ FROM 1 BY 1 UNTIL
                   WS-INDEX-JQ > WS-JQ-COUNT
               MOVE WS-JQ-LIGNE(WS-INDEX-JQ) TO WS-JQ-COURANTE
               EVALUATE TRUE
                   WHEN WS-JQC-APPROUVEE
                       PERFORM 3100-RUN-ONE-JOB-REQUEST
                       MOVE WS-JQ-COURANTE TO
                           WS-JQ-LIGNE(WS-INDEX-JQ)
                   WHEN WS-JQC-EN-ATTENTE
                       CONTINUE
                   WHEN WS-JQC-DATE-DEMANDE IS NUMERIC AND
                           WS-JQC-DATE-DEMANDE < WS-JQ-LIMITE-PURGE
                       MOVE SPACES TO WS-JQ-LIGNE(WS-INDEX-JQ)
                       ADD 1 TO WS-JQ-NB-PURGEES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           IF WS-JQ-NB-EXECUTEES > 0 OR WS-JQ-NB-PURGEES > 0
               PERFORM 9810-REWRITE-JOB-QUEUE
           END-IF.
           IF WS-JQ-NB-EXECUTEES > 0
               DISPLAY WS-JQ-NB-EXECUTEES " demande(s) ponctuelle(s) "&
                   "lancee(s)."
           END-IF.

           RUN-JOB-REQUESTS-END.
           *>=====================
               EXIT.

       3100-RUN-ONE-JOB-REQUEST SECTION.
       *>------------------------------------

           RUN-ONE-JOB-REQUEST-START.
           *>==========================

      *> Le programme tourne sous l'identite du demandeur, pour que
      *> l'OPS-LOG et les traces du programme lui soient imputees.
      *> Une demande en echec ne touche ni le plan ni sa reprise.
           MOVE "N" TO WS-STEP-FAILED.
           MOVE "OK" TO WS-STEP-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-TIMESTAMP.
           MOVE WS-JQC-PROGRAMME TO WS-STEP-PROGRAM.
           MOVE WS-JQC-MODE TO WS-STEP-MODE.
           MOVE WS-JQC-FICHIER TO WS-STEP-INPUT-FILE.
           MOVE WS-JQC-OPERATEUR TO RC-OPERATOR-ID.

           IF WS-STEP-INPUT-FILE NOT = SPACES
               PERFORM 2100-CHECK-INPUT-FILE
           END-IF.
           IF NOT WS-STEP-HAS-FAILED AND
                   WS-JQC-PROGRAMME = "TABLE-EXERCICES"
               PERFORM 3150-WRITE-TABLE-SELECTION
           END-IF.
           IF NOT WS-STEP-HAS-FAILED
               PERFORM 2200-CALL-STEP-PROGRAM
           END-IF.
           IF WS-JQC-PROGRAMME = "TABLE-EXERCICES"
               PERFORM 3160-RESTORE-TABLE-SELECTION
           END-IF.

           MOVE WS-JQ-OPERATEUR-DRIVER TO RC-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TIMESTAMP.
           MOVE WS-STEP-STATUS TO WS-JQC-STATUT.
           MOVE WS-END-TIMESTAMP TO WS-JQC-DATE-EXEC.
           ADD 1 TO WS-JQ-NB-EXECUTEES.
           IF WS-STEP-HAS-FAILED
               DISPLAY "Demande " WS-JQC-NUMERO " en erreur : "
                   WS-STEP-STATUS
           END-IF.

           MOVE SPACES TO DRIVER-REPORT-RECORD.
           STRING "Demande " WS-JQC-NUMERO " "
                   WS-JQC-PROGRAMME DELIMITED BY SIZE
                   " debut:" WS-START-TIMESTAMP
                   " fin:" WS-END-TIMESTAMP
                   " statut:" DELIMITED BY SIZE
                   WS-STEP-STATUS DELIMITED BY SPACE
               INTO DRIVER-REPORT-RECORD
           END-STRING.
           WRITE DRIVER-REPORT-RECORD.

           RUN-ONE-JOB-REQUEST-END.
           *>======================
               EXIT.

       3150-WRITE-TABLE-SELECTION SECTION.
       *>---------------------------------------

           WRITE-TABLE-SELECTION-START.
           *>============================

      *> TABLE n'accepte qu'une selection datee du jour : elle est
      *> donc ecrite au lancement, pas au depot de la demande.
           MOVE "N" TO WS-SEL-PRESENTE.
           MOVE SPACES TO WS-SEL-ANCIENNE.
           OPEN INPUT SELECTION-FILE.
           IF WS-SELECTION-FILE-STATUS = "00"
               READ SELECTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-SEL-PRESENTE
                       MOVE SELECTION-RECORD TO WS-SEL-ANCIENNE
               END-READ
               CLOSE SELECTION-FILE
           END-IF.

           OPEN OUTPUT SELECTION-FILE.
           IF WS-SELECTION-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FAILED
               MOVE "ERREUR" TO WS-STEP-STATUS
               DISPLAY "TABLSELE.DAT non ecrit, demande "
                   WS-JQC-NUMERO " non lancee."
               GO TO WRITE-TABLE-SELECTION-END
           END-IF.
           MOVE SPACES TO SELECTION-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-DATE.
           MOVE WS-JQC-SEL-TRIMESTRE TO SL-TRIMESTRE.
           MOVE WS-JQC-SEL-PHASES TO SL-PHASES.
           PERFORM VARYING WS-SEL-NUM FROM 1 BY 1 UNTIL
                   WS-SEL-NUM > 6
               MOVE WS-JQC-SEL-CLASSE(WS-SEL-NUM) TO
                   SL-CLASSE(WS-SEL-NUM)
           END-PERFORM.
           WRITE SELECTION-RECORD.
           CLOSE SELECTION-FILE.

           WRITE-TABLE-SELECTION-END.
           *>==========================
               EXIT.

       3160-RESTORE-TABLE-SELECTION SECTION.
       *>-----------------------------------------

           RESTORE-TABLE-SELECTION-START.
           *>==============================

      *> Sans selection anterieure, le fichier est laisse vide : le
      *> lancement complet suivant n'est pas rendu selectif.
           OPEN OUTPUT SELECTION-FILE.
           IF WS-SELECTION-FILE-STATUS NOT = "00"
               DISPLAY "ATTENTION: TABLSELE.DAT non remis en etat."
               GO TO RESTORE-TABLE-SELECTION-END
           END-IF.
           IF WS-SEL-EST-PRESENTE
               MOVE WS-SEL-ANCIENNE TO SELECTION-RECORD
               WRITE SELECTION-RECORD
           END-IF.
           CLOSE SELECTION-FILE.

           RESTORE-TABLE-SELECTION-END.
           *>============================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------


       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "BATCH-DRIVER".

       COPY JOBQPR.

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "BATCH-DRIVER".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "BATCH-DRIVER".

       END PROGRAM BATCH-DRIVER.

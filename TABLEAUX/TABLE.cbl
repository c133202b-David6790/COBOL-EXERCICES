           SELECT CHECKPOINT-FILE ASSIGN TO "TABLCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT BULLETIN-FILE ASSIGN USING WS-BULLETIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULLETIN-FILE-STATUS.
           SELECT RANKING-FILE ASSIGN USING WS-RANKING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANKING-FILE-STATUS.
           SELECT SUBJECT-STATS-FILE ASSIGN USING WS-STATS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FILE-STATUS.
           SELECT CSV-FILE ASSIGN USING WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN USING WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN USING WS-LOAD-RPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-RPT-FILE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.DAT"
           SELECT COMMENT-FILE ASSIGN TO "TABLCOMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENT-FILE-STATUS.
           SELECT PROGRESSION-FILE ASSIGN USING WS-PROGRESSION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESSION-FILE-STATUS.
           SELECT HONOR-FILE ASSIGN USING WS-HONOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONOR-FILE-STATUS.
           SELECT LETTERHEAD-FILE ASSIGN TO "TABLENTE.DAT"
           SELECT FAMILY-FILE ASSIGN TO "FAMILLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-FILE-STATUS.
           SELECT MAILING-FILE ASSIGN USING WS-MAILING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILING-FILE-STATUS.
           SELECT CONSEIL-FILE ASSIGN TO "CONSEIL.DAT"
           SELECT DIST-TEMP-FILE ASSIGN TO "TABLDTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-TEMP-STATUS.
           SELECT COMPLETENESS-PARM-FILE ASSIGN TO "TABLCMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-PARM-STATUS.
           SELECT CHASE-FILE ASSIGN USING WS-CHASE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHASE-FILE-STATUS.
           SELECT SELECTION-FILE ASSIGN TO "TABLSELE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-FILE-STATUS.
           COPY RECTSL.
           COPY MATCATSL.
           COPY DEVSL.
           COPY PROFSL.
           COPY EDTSL.
           COPY PABSSL.
           COPY INSCSL.
           COPY ELEVMSSL.
           COPY DIAGSL.
           COPY RUNCTLSL.
               10 ARC-MATIERE           PIC X(20).
               10 ARC-MOY-MATIERE       PIC 9(2)V99.
               10 FILLER                PIC X(31).
      *> Ligne S : moyenne annuelle d'un eleve dans une matiere.
      *> Nom et prenom restent aux memes positions que la ligne E.
           05 ARC-ELEVE-MATIERE-DATA REDEFINES ARC-ELEVE-DATA.
               10 ARC-EM-NOM            PIC X(12).
               10 ARC-EM-PRENOM         PIC X(12).
               10 ARC-EM-MATIERE        PIC X(20).
               10 ARC-EM-MOYENNE        PIC 9(2)V99.
               10 ARC-EM-MATRICULE      PIC 9(6).
               10 FILLER                PIC X(1).
           05 ARC-DECISION              PIC X(12).

       FD  ARCHIVE-TEMP-FILE.
           05 DS-DATE-EDITION           PIC 9(8).
           05 DS-STATUT                 PIC X(6).
           05 DS-DATE-STATUT            PIC 9(8).
           05 DS-HEURE-EDITION          PIC 9(6).
           05 DS-NATURE                 PIC X.
               88 DS-RECTIFICATIF       VALUE "C".

       FD  DIST-TEMP-FILE.
       01  DIST-TEMP-RECORD.
           05 DT-DATE-EDITION           PIC 9(8).
           05 DT-STATUT                 PIC X(6).
           05 DT-DATE-STATUT            PIC 9(8).
           05 DT-HEURE-EDITION          PIC 9(6).
           05 DT-NATURE                 PIC X.
               88 DT-RECTIFICATIF       VALUE "C".

       FD  COMPLETENESS-PARM-FILE.
       01  CMPL-PARM-RECORD.
           05 CP-SEUIL                  PIC 9(3).
           05 CP-TRIMESTRE              PIC 9.

       FD  CHASE-FILE.
       01  CHASE-RECORD                 PIC X(80).

      *> Lancement selectif : date du lancement vise (une selection
      *> d'un autre jour est ignoree), trimestre (blanc ou 0 = tous),
      *> phases O/N dans l'ordre chargement, bulletins, classement,
      *> statistiques, CSV, progression, tableau d'honneur,
      *> archivage, publipostage (blanc = toutes), classes (blanc =
      *> toutes).
       FD  SELECTION-FILE.
       01  SELECTION-RECORD.
           05 SL-DATE                   PIC X(8).
           05 SL-TRIMESTRE              PIC X.
           05 SL-PHASES                 PIC X(9).
           05 SL-CLASSE OCCURS 10 TIMES PIC X(5).

       COPY RECTFD.

       COPY MATCATFD.

       COPY DEVFD.

       COPY PROFFD.

       COPY EDTFD.

       COPY PABSFD.

       COPY INSCFD.

       COPY ELEVMSFD.

       COPY DIAGFD.
           88  WS-REJECTS-ARE-WRITTEN VALUE "Y".
       01  WS-LOAD-PHASE-RAN PIC X VALUE "N".
           88  WS-LOAD-PHASE-HAS-RUN VALUE "Y".

      *> Un lancement selectif ecrit ses sorties sous une extension
      *> .SEL (TABLRSEL.CSV pour l'export) pour ne pas remplacer
      *> celles du lancement complet, et ne touche ni au point de
      *> reprise, ni au suivi de distribution, ni a l'archive.
       01  WS-SELECTION-FILE-STATUS PIC X(2).
       01  WS-SELECTIF PIC X VALUE "N".
           88  WS-MODE-SELECTIF VALUE "Y".
       01  WS-SEL-TRIMESTRE PIC 9 VALUE 0.
       01  WS-SEL-PHASES PIC X(9) VALUE "OOOOOOOOO".
       01  WS-SEL-PHASE-TAB REDEFINES WS-SEL-PHASES.
           05 WS-SEL-PHASE OCCURS 9 TIMES PIC X.
       01  WS-SEL-CLASSES.
           05 WS-SEL-CLASSE OCCURS 10 TIMES
                   INDEXED BY WS-INDEX-SEL PIC X(5).
       01  WS-SEL-NB-CLASSES PIC 9(2) VALUE 0.
       01  WS-SEL-NUM PIC 9(2).
       01  WS-SEL-CLASSE-OK PIC X VALUE "Y".
           88  WS-SEL-CLASSE-RETENUE VALUE "Y".

      *> Mode rectificatif : un TABLRECT.DAT du jour, prepare par
      *> BULLETIN-RECTIF, ne fait reediter que les bulletins dont une
      *> note a change depuis leur distribution. Le lancement est
      *> isole comme un lancement selectif ; seul le suivi de
      *> distribution recoit une ligne de nature C par trimestre
      *> rectifie.
       01  WS-RECTIF-FILE-STATUS PIC X(2).
       01  WS-EOF-RECTIF PIC X VALUE "N".
           88  WS-END-OF-RECTIF VALUE "Y".
       01  WS-RECTIF PIC X VALUE "N".
           88  WS-MODE-RECTIFICATIF VALUE "Y".
      *> WS-RCT-ELEVE : N pas encore rapprochee, Y eleve en cours
      *> d'edition, E rectificatif edite. WS-RCT-TRIM-RETENU : N
      *> trimestre intact, Y rectifie, P edition remplacee imprimee.
       01  WS-RECTIF-TABLE.
           05 WS-RCT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-RCT.
               10 WS-RCT-CLASSE          PIC X(5).
               10 WS-RCT-NOM             PIC X(12).
               10 WS-RCT-PRENOM          PIC X(12).
               10 WS-RCT-MATRICULE       PIC 9(6).
               10 WS-RCT-TRIM            PIC 9.
               10 WS-RCT-DATE-EDITION    PIC 9(8).
               10 WS-RCT-MATIERE         PIC X(20).
               10 WS-RCT-ANC-NOTE        PIC 9(2)V99.
               10 WS-RCT-ANC-FLAG        PIC X.
               10 WS-RCT-NOUV-NOTE       PIC 9(2)V99.
               10 WS-RCT-NOUV-FLAG       PIC X.
               10 WS-RCT-MOTIF           PIC X(3).
               10 WS-RCT-ELEVE           PIC X.
       01  WS-RCT-COUNT PIC 9(3) VALUE 0.
       01  WS-RCT-TRIMESTRES.
           05 WS-RCT-TRIM-RETENU OCCURS 3 TIMES PIC X.
       01  WS-RCT-CONCERNE PIC X VALUE "N".
           88  WS-RCT-ELEVE-CONCERNE VALUE "Y".
       01  WS-RCT-LIGNE PIC X VALUE "N".
           88  WS-RCT-LIGNE-MODIFIEE VALUE "Y".
       01  WS-RCT-LIGNE-MOTIF PIC X(3).
       01  WS-RCT-NB-EDITES PIC 9(4) VALUE 0.
       01  WS-RCT-NB-DISTRIB PIC 9(4) VALUE 0.
       01  WS-EDIT-RCT-ANC PIC X(8).
       01  WS-EDIT-RCT-NOUV PIC X(8).
       01  WS-EDIT-RCT-NOTE PIC ZZ.99.
       01  WS-EDIT-RCT-DATE PIC X(10).
       01  WS-BULLETIN-FILE-NAME PIC X(12) VALUE "TABLBULL.DAT".
       01  WS-RANKING-FILE-NAME PIC X(12) VALUE "TABLRANK.DAT".
       01  WS-STATS-FILE-NAME PIC X(12) VALUE "TABLSTAT.DAT".
       01  WS-CSV-FILE-NAME PIC X(12) VALUE "TABLROST.CSV".
       01  WS-REJECT-FILE-NAME PIC X(12) VALUE "TABLREJT.DAT".
       01  WS-LOAD-RPT-FILE-NAME PIC X(12) VALUE "TABLLOAD.DAT".
       01  WS-PROGRESSION-FILE-NAME PIC X(12) VALUE "TABLPROG.DAT".
       01  WS-HONOR-FILE-NAME PIC X(12) VALUE "TABLHONR.DAT".
       01  WS-MAILING-FILE-NAME PIC X(12) VALUE "TABLMAIL.DAT".
       01  WS-CHASE-FILE-NAME PIC X(12) VALUE "TABLMANQ.DAT".
       01  WS-TOTAL-STUDENT PIC 9(5) VALUE 0.
       01  WS-MOYENNE-GENERALE PIC 9(2)V99 VALUE 0.
       01  WS-CUMUL-MOY-GEN-ECOLE PIC 9(5)V99 VALUE 0.
       01  WS-MSTAT-FOUND PIC X VALUE "N".
           88  WS-MSTAT-IS-FOUND VALUE "Y".

      *> Moyennes par classe et matiere, tenues seulement quand
      *> PROFABS.DAT existe, pour les mettre en regard des heures
      *> perdues par absence des professeurs depuis la rentree.
       01  WS-CLASSE-MATIERE-STATS.
           05 WS-CMS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-CMS.
               10 WS-CMS-CLASSE PIC X(5).
               10 WS-CMS-NOM PIC X(20).
               10 WS-CMS-CUMUL-NOTE PIC 9(5)V99.
               10 WS-CMS-COUNT PIC 9(4).
       01  WS-NB-CMS PIC 9(4) VALUE 0.
       01  WS-CMS-FOUND PIC X VALUE "N".
           88  WS-CMS-IS-FOUND VALUE "Y".
       01  WS-CMS-CODE PIC X(6).
       01  WS-CMS-MOYENNE PIC 9(2)V99.
       01  WS-CMS-PERDUES PIC 9(4).
       01  WS-CMS-NON-COUV PIC 9(4).
       01  WS-EDIT-PERDUES PIC ZZZ9.
       01  WS-EDIT-NON-COUV PIC ZZZ9.
       01  WS-DATE-RENTREE PIC 9(8).
       01  WS-DATE-RENTREE-X REDEFINES WS-DATE-RENTREE.
           05 WS-RENTREE-ANNEE PIC 9(4).
           05 WS-RENTREE-MMJJ PIC 9(4).

       01  WS-RANK PIC 9(2).

       01  WS-PARM-FILE-STATUS PIC X(2).
       01  WS-BULL-MSTAT-FOUND PIC X VALUE "N".
           88  WS-BULL-MSTAT-IS-FOUND VALUE "Y".

      *> Moyenne de classe par matiere, sur les seuls eleves inscrits
      *> a la matiere (groupes d'option de OPTGRP.DAT / INSCOPT.DAT).
       01  WS-CLASSE-MATIERE-TABLE.
           05 WS-CLASSE-MATIERE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-INDEX-CMAT.
               10 WS-CMAT-NOM PIC X(20).
               10 WS-CMAT-CUMUL-NOTE PIC 9(6)V99.
               10 WS-CMAT-COUNT PIC 9(4).
       01  WS-NB-CLASSE-MATIERE PIC 9(2) VALUE 0.
       01  WS-EDIT-NOTE-CLASSE PIC ZZ.99.
       01  WS-NB-HORS-INSCRIPTION PIC 9(4) VALUE 0.

       01  WS-CNT-ECHEC PIC 9(2) VALUE 0.
       01  WS-CNT-PASSABLE PIC 9(2) VALUE 0.
       01  WS-CNT-ASSEZ-BIEN PIC 9(2) VALUE 0.
       01  WS-CUMUL-SUBJ-3TRIM PIC 9(6)V99.
       01  WS-COUNT-SUBJ-3TRIM PIC 9(4).

       01  WS-ARC-EM-TABLE.
           05 WS-ARC-EM-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-INDEX-AEM.
               10 WS-AEM-MATIERE         PIC X(20).
               10 WS-AEM-CUMUL           PIC 9(3)V99.
               10 WS-AEM-COUNT           PIC 9.
       01  WS-NB-ARC-EM PIC 9(2) VALUE 0.
       01  WS-AEM-FOUND PIC X VALUE "N".
           88  WS-AEM-IS-FOUND VALUE "Y".

       01  WS-FAMILY-FILE-STATUS PIC X(2).
       01  WS-MAILING-FILE-STATUS PIC X(2).
       01  WS-EOF-FAMILY PIC X VALUE "N".
       01  WS-DIST-ANCIEN-TROUVE PIC X VALUE "N".
           88  WS-DIST-ANCIEN-EST-TROUVE VALUE "Y".

      *> Devoirs de la classe courante : la note trimestrielle d'une
      *> matiere est la moyenne ponderee des devoirs ramenes sur 20,
      *> et le bulletin detaille chaque devoir sous la matiere.
       01  WS-DEVOIR-FILE-STATUS PIC X(2).
       01  WS-EOF-DEVOIR PIC X VALUE "N".
           88  WS-END-OF-DEVOIR VALUE "Y".
       01  WS-DEVOIR-TABLE.
           05 WS-DEVOIR-ENTRY OCCURS 1500 TIMES
                   INDEXED BY WS-INDEX-DEV WS-INDEX-DEV2.
               10 WS-DEV-ELEVE           PIC 9(2).
               10 WS-DEV-TRIM            PIC 9.
               10 WS-DEV-MATIERE         PIC X(20).
               10 WS-DEV-DATE            PIC 9(8).
               10 WS-DEV-TYPE            PIC X(6).
               10 WS-DEV-POIDS           PIC 9V9.
               10 WS-DEV-NOTE            PIC 9(3)V99.
               10 WS-DEV-BAREME          PIC 9(3).
               10 WS-DEV-NOTE-20         PIC 9(2)V99.
               10 WS-DEV-PRESENT         PIC X.
               10 WS-DEV-TRAITE          PIC X.
       01  WS-DEVOIR-COUNT PIC 9(4) VALUE 0.
       01  WS-DEV-CUMUL-POIDS PIC 9(4)V9.
       01  WS-DEV-CUMUL-NOTE PIC 9(6)V999.
       01  WS-DEV-MOYENNE PIC 9(2)V99.
       01  WS-DEV-COEFF PIC 9.
       01  WS-DEV-NOTE-FOUND PIC X VALUE "N".
           88  WS-DEV-NOTE-IS-FOUND VALUE "Y".
       01  WS-EDIT-DEV-NOTE PIC ZZ9.99.
       01  WS-EDIT-DEV-BAREME PIC ZZ9.
       01  WS-EDIT-DEV-POIDS PIC 9.9.

      *> Controle de completude avant edition : chaque professeur de
      *> PROFS.DAT doit une note a chaque eleve de ses classes. La
      *> liste de relance TABLMANQ.DAT est groupee par professeur ;
      *> une classe sous le seuil de TABLCMPL.DAT n'est pas editee.
       01  WS-CMPL-PARM-STATUS PIC X(2).
       01  WS-CHASE-FILE-STATUS PIC X(2).
       01  WS-CMPL-SEUIL PIC 9(3) VALUE 0.
       01  WS-CMPL-TRIM-PARM PIC 9 VALUE 0.
       01  WS-CMPL-TRIM PIC 9.
       01  WS-CMPL-LIB PIC X(20).
       01  WS-CMPL-ETAT PIC X.
           88  WS-CMPL-NOTE-SAISIE VALUE "P".
           88  WS-CMPL-NOTE-NON-NOTEE VALUE "N".
           88  WS-CMPL-NOTE-ABSENTE VALUE "A".
       01  WS-CMPL-ENSEIGNE PIC X VALUE "N".
           88  WS-CMPL-CLASSE-ENSEIGNEE VALUE "Y" "G".
           88  WS-CMPL-GROUPE-ENSEIGNE VALUE "G".
       01  WS-CMPL-GROUPE PIC X(5).
       01  WS-CMPL-CLASS-TABLE.
           05 WS-CMPL-CLASS-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-INDEX-CCLS.
               10 WS-CCL-CLASSE          PIC X(5).
               10 WS-CCL-TRIM            PIC 9.
               10 WS-CCL-ATTENDUES       PIC 9(4).
               10 WS-CCL-SAISIES         PIC 9(4).
               10 WS-CCL-TAUX            PIC 9(3).
               10 WS-CCL-RETENUE         PIC X.
       01  WS-CMPL-CLASS-COUNT PIC 9(3) VALUE 0.
       01  WS-CMPL-CLASSES-RETENUES PIC 9(3) VALUE 0.
       01  WS-CLASSE-RETENUE PIC X VALUE "N".
           88  WS-CLASSE-EST-RETENUE VALUE "Y".
       01  WS-MANQ-TABLE.
           05 WS-MANQ-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-INDEX-MANQ.
               10 WS-MNQ-TEACH           PIC 9(2).
               10 WS-MNQ-CLASSE          PIC X(5).
               10 WS-MNQ-NOM             PIC X(12).
               10 WS-MNQ-PRENOM          PIC X(12).
               10 WS-MNQ-TRIM            PIC 9.
               10 WS-MNQ-MOTIF           PIC X(22).
       01  WS-MANQ-COUNT PIC 9(4) VALUE 0.
       01  WS-MANQ-PERDUS PIC 9(5) VALUE 0.
       01  WS-MANQ-CLASSE-COUNT PIC 9(4) VALUE 0.
       01  WS-MANQ-PROF-COUNT PIC 9(4) VALUE 0.
       01  WS-MNQ-NEW-TEACH PIC 9(2).
       01  WS-MNQ-NEW-NOM PIC X(12).
       01  WS-MNQ-NEW-PRENOM PIC X(12).
       01  WS-MNQ-NEW-MOTIF PIC X(22).
      *> Notes de ELEVES.DAT de la classe, relues quand le bulletin
      *> part du fichier maitre pour confronter les deux sources.
       01  WS-CMP-ELV-TABLE.
           05 WS-CMP-ELV-ENTRY OCCURS 1200 TIMES
                   INDEXED BY WS-INDEX-CELV.
               10 WS-CEL-NOM             PIC X(12).
               10 WS-CEL-PRENOM          PIC X(12).
               10 WS-CEL-MATRICULE       PIC 9(6).
               10 WS-CEL-TRIM            PIC 9.
               10 WS-CEL-MATIERE         PIC X(20).
               10 WS-CEL-PRESENT         PIC X.
       01  WS-CMP-ELV-COUNT PIC 9(4) VALUE 0.
       01  WS-EDIT-TAUX PIC ZZ9.
       01  WS-EDIT-SEUIL PIC ZZ9.
       01  WS-EDIT-ATTENDUES PIC ZZZ9.
       01  WS-EDIT-SAISIES PIC ZZZ9.

       COPY PROFWS.

       COPY EDTWS.

       COPY PABSWS.

       COPY INSCWS.

       COPY MATCATWS.

       01  WS-MASTER-FILE-STATUS PIC X(2).

       COPY ENVCTLWS.

       COPY RPTCATLK.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           *>==============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0550-LOAD-SELECTION.
           PERFORM 0560-LOAD-RECTIFICATIONS.
           PERFORM 0500-LOAD-SUBJECT-CONFIG.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9255-LOAD-OPTION-GROUPS.
           PERFORM 9420-LOAD-ENROLMENTS.
           PERFORM 0600-LOAD-CHECKPOINT.
           PERFORM 0800-LOAD-LETTERHEAD.

               DISPLAY "Controle de chargement deja effectue, "&
                   "etape ignoree."
           ELSE
               IF WS-SEL-PHASE(1) = "O"
                   PERFORM 1400-VALIDATE-LOAD-PHASE
                   MOVE "Y" TO WS-LOAD-PHASE-RAN
               END-IF
               MOVE 15 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
           IF WS-BULLETINS-DONE
               DISPLAY "Bulletins deja generes, etape ignoree."
           ELSE
               IF WS-SEL-PHASE(2) = "O"
      *> Un rectificatif remplace un bulletin deja remis : aucune
      *> classe n'est retenue pour completude.
                   IF NOT WS-MODE-RECTIFICATIF
                       PERFORM 2500-CHECK-GRADE-COMPLETENESS
                   END-IF
                   PERFORM 3000-PRINT-BULLETINS
               END-IF
               MOVE 20 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
           IF WS-RANKING-DONE
               DISPLAY "Classement deja genere, etape ignoree."
           ELSE
               IF WS-SEL-PHASE(3) = "O"
                   PERFORM 4000-PRINT-RANKING
               END-IF
               MOVE 30 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
           IF WS-STATS-DONE
               DISPLAY "Statistiques deja generees, etape ignoree."
           ELSE
               IF WS-SEL-PHASE(4) = "O"
                   PERFORM 5000-PRINT-SUBJECT-STATS
               END-IF
               MOVE 40 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
           IF WS-CSV-DONE
               DISPLAY "Export CSV deja genere, etape ignoree."
           ELSE
               IF WS-SEL-PHASE(5) = "O"
                   PERFORM 6000-EXPORT-CSV
               END-IF
               MOVE 50 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
               DISPLAY "Rapport de progression deja genere, "&
                   "etape ignoree."
           ELSE
               IF WS-SEL-PHASE(6) = "O"
                   PERFORM 7000-PRINT-PROGRESSION
               END-IF
               MOVE 60 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
               DISPLAY "Tableau d'honneur deja genere, "&
                   "etape ignoree."
           ELSE
               IF WS-SEL-PHASE(7) = "O"
                   PERFORM 7500-PRINT-HONOR-AND-RISK
               END-IF
               MOVE 70 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
               DISPLAY "Archivage annuel deja genere, "&
                   "etape ignoree."
           ELSE
               IF WS-SEL-PHASE(8) = "O"
                   PERFORM 8000-ARCHIVE-AND-COMPARE
               END-IF
               MOVE 80 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
               DISPLAY "Extraction publipostage deja generee, "&
                   "etape ignoree."
           ELSE
               IF WS-SEL-PHASE(9) = "O"
                   PERFORM 8500-WRITE-MAILING-EXTRACT
               END-IF
               MOVE 90 TO WS-CHECKPOINT-PHASE
               MOVE 0 TO WS-CHECKPOINT-CLASSE
               PERFORM 0700-SAVE-CHECKPOINT
      *> Sur une reprise, la phase de controle de chargement est
      *> sautee et ses compteurs restent a zero : ne rien deposer
      *> plutot que de fausser le bilan RUN-BALANCE du matin.
      *> Un lancement selectif ne depose rien non plus : le bilan
      *> porte sur le lancement complet de la nuit.
           IF WS-LOAD-PHASE-HAS-RUN AND NOT WS-MODE-SELECTIF
               MOVE WS-CNT-RECORDS-READ TO WS-RUN-IN
               MOVE WS-CNT-RECORDS-STORED TO WS-RUN-OUT
               MOVE WS-CNT-RECORDS-REJECTED TO WS-RUN-REJ
           *>=======================
               EXIT.

       0550-LOAD-SELECTION SECTION.
       *>-------------------------------

           LOAD-SELECTION-START.
           *>=====================

           MOVE "N" TO WS-SELECTIF.
           OPEN INPUT SELECTION-FILE.
           IF WS-SELECTION-FILE-STATUS NOT = "00"
               GO TO LOAD-SELECTION-END
           END-IF.
           READ SELECTION-FILE
               AT END
                   CLOSE SELECTION-FILE
                   GO TO LOAD-SELECTION-END
           END-READ.
           CLOSE SELECTION-FILE.

      *> Une selection oubliee ne doit pas rendre selectif le
      *> lancement complet des nuits suivantes.
           IF SL-DATE NOT = FUNCTION CURRENT-DATE(1:8)
               DISPLAY "TABLSELE.DAT du " SL-DATE " ignore, "&
                   "lancement complet."
               GO TO LOAD-SELECTION-END
           END-IF.

           MOVE "Y" TO WS-SELECTIF.
           IF SL-TRIMESTRE >= "1" AND SL-TRIMESTRE <= "3"
               MOVE SL-TRIMESTRE TO WS-SEL-TRIMESTRE
           END-IF.
           IF SL-PHASES NOT = SPACES
               MOVE "NNNNNNNNN" TO WS-SEL-PHASES
               PERFORM VARYING WS-SEL-NUM FROM 1 BY 1 UNTIL
                       WS-SEL-NUM > 9
                   IF SL-PHASES(WS-SEL-NUM:1) = "O" OR "o"
                       MOVE "O" TO WS-SEL-PHASE(WS-SEL-NUM)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEL-PHASE(8) = "O" AND SL-PHASES NOT = SPACES
               DISPLAY "Archivage annuel jamais lance en mode "&
                   "selectif, phase retiree."
           END-IF.
           MOVE "N" TO WS-SEL-PHASE(8).

           MOVE 0 TO WS-SEL-NB-CLASSES.
           PERFORM VARYING WS-SEL-NUM FROM 1 BY 1 UNTIL
                   WS-SEL-NUM > 10
               IF SL-CLASSE(WS-SEL-NUM) NOT = SPACES
                   ADD 1 TO WS-SEL-NB-CLASSES
                   SET WS-INDEX-SEL TO WS-SEL-NB-CLASSES
                   MOVE SL-CLASSE(WS-SEL-NUM) TO
                       WS-SEL-CLASSE(WS-INDEX-SEL)
               END-IF
           END-PERFORM.

           MOVE "TABLBULL.SEL" TO WS-BULLETIN-FILE-NAME.
           MOVE "TABLRANK.SEL" TO WS-RANKING-FILE-NAME.
           MOVE "TABLSTAT.SEL" TO WS-STATS-FILE-NAME.
           MOVE "TABLRSEL.CSV" TO WS-CSV-FILE-NAME.
           MOVE "TABLREJT.SEL" TO WS-REJECT-FILE-NAME.
           MOVE "TABLLOAD.SEL" TO WS-LOAD-RPT-FILE-NAME.
           MOVE "TABLPROG.SEL" TO WS-PROGRESSION-FILE-NAME.
           MOVE "TABLHONR.SEL" TO WS-HONOR-FILE-NAME.
           MOVE "TABLMAIL.SEL" TO WS-MAILING-FILE-NAME.
           MOVE "TABLMANQ.SEL" TO WS-CHASE-FILE-NAME.

           DISPLAY "Lancement selectif (TABLSELE.DAT) : phases "
               WS-SEL-PHASES ", trimestre " WS-SEL-TRIMESTRE
               ", " WS-SEL-NB-CLASSES " classe(s) (0 = toutes).".
           DISPLAY "Sorties en .SEL, point de reprise et suivi de "&
               "distribution inchanges.".

           LOAD-SELECTION-END.
           *>===================
               EXIT.

       0560-LOAD-RECTIFICATIONS SECTION.
       *>-----------------------------------

           LOAD-RECTIFICATIONS-START.
           *>==========================

           MOVE "N" TO WS-RECTIF.
           MOVE 0 TO WS-RCT-COUNT.
           MOVE "N" TO WS-EOF-RECTIF.
           OPEN INPUT RECTIFICATION-FILE.
           IF WS-RECTIF-FILE-STATUS NOT = "00"
               GO TO LOAD-RECTIFICATIONS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-RECTIF
               READ RECTIFICATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RECTIF
                   NOT AT END
                       PERFORM 0565-STORE-ONE-RECTIFICATION
               END-READ
           END-PERFORM.
           CLOSE RECTIFICATION-FILE.

           IF WS-RCT-COUNT = 0
               GO TO LOAD-RECTIFICATIONS-END
           END-IF.

      *> Le rectificatif prime sur une selection du jour : seuls les
      *> bulletins sont reedites, toutes classes et tous trimestres,
      *> le filtre se faisant eleve par eleve.
           IF WS-MODE-SELECTIF
               DISPLAY "TABLSELE.DAT ignore : lancement rectificatif."
           END-IF.
           MOVE "Y" TO WS-RECTIF.
           MOVE "Y" TO WS-SELECTIF.
           MOVE 0 TO WS-SEL-TRIMESTRE.
           MOVE 0 TO WS-SEL-NB-CLASSES.
           MOVE "NONNNNNNN" TO WS-SEL-PHASES.
           MOVE "TABLBULL.RCT" TO WS-BULLETIN-FILE-NAME.

           DISPLAY "Lancement rectificatif (TABLRECT.DAT) : "
               WS-RCT-COUNT " note(s) modifiee(s) apres distribution.".
           DISPLAY "Bulletins en TABLBULL.RCT, point de reprise "&
               "inchange.".

           LOAD-RECTIFICATIONS-END.
           *>========================
               EXIT.

       0565-STORE-ONE-RECTIFICATION SECTION.
       *>---------------------------------------

           STORE-ONE-RECTIFICATION-START.
           *>==============================

      *> Un TABLRECT.DAT oublie ne doit pas rendre rectificatif le
      *> lancement complet des nuits suivantes.
           IF RT-DATE NOT = FUNCTION CURRENT-DATE(1:8)
               GO TO STORE-ONE-RECTIFICATION-END
           END-IF.
           IF RT-TRIMESTRE < 1 OR RT-TRIMESTRE > 3
               GO TO STORE-ONE-RECTIFICATION-END
           END-IF.
           IF WS-RCT-COUNT >= 500
               DISPLAY "TABLRECT.DAT : plus de 500 lignes, "&
                   "la suite est ignoree."
               MOVE "Y" TO WS-EOF-RECTIF
               GO TO STORE-ONE-RECTIFICATION-END
           END-IF.

           ADD 1 TO WS-RCT-COUNT.
           SET WS-INDEX-RCT TO WS-RCT-COUNT.
           MOVE RT-ID-CLASSE TO WS-RCT-CLASSE(WS-INDEX-RCT).
           MOVE RT-NOM TO WS-RCT-NOM(WS-INDEX-RCT).
           MOVE RT-PRENOM TO WS-RCT-PRENOM(WS-INDEX-RCT).
           IF RT-MATRICULE IS NUMERIC
               MOVE RT-MATRICULE TO WS-RCT-MATRICULE(WS-INDEX-RCT)
           ELSE
               MOVE 0 TO WS-RCT-MATRICULE(WS-INDEX-RCT)
           END-IF.
           MOVE RT-TRIMESTRE TO WS-RCT-TRIM(WS-INDEX-RCT).
           IF RT-DATE-EDITION IS NUMERIC
               MOVE RT-DATE-EDITION TO
                   WS-RCT-DATE-EDITION(WS-INDEX-RCT)
           ELSE
               MOVE 0 TO WS-RCT-DATE-EDITION(WS-INDEX-RCT)
           END-IF.
           MOVE RT-MATIERE TO WS-RCT-MATIERE(WS-INDEX-RCT).
           MOVE RT-ANC-NOTE TO WS-RCT-ANC-NOTE(WS-INDEX-RCT).
           MOVE RT-ANC-FLAG TO WS-RCT-ANC-FLAG(WS-INDEX-RCT).
           MOVE RT-NOUV-NOTE TO WS-RCT-NOUV-NOTE(WS-INDEX-RCT).
           MOVE RT-NOUV-FLAG TO WS-RCT-NOUV-FLAG(WS-INDEX-RCT).
           MOVE RT-CODE-MOTIF TO WS-RCT-MOTIF(WS-INDEX-RCT).
           MOVE "N" TO WS-RCT-ELEVE(WS-INDEX-RCT).

           STORE-ONE-RECTIFICATION-END.
           *>============================
               EXIT.

       0600-LOAD-CHECKPOINT SECTION.
       *>-----------------------------

           MOVE 0 TO WS-CHECKPOINT-PHASE.
           MOVE 0 TO WS-CHECKPOINT-CLASSE.
           MOVE 0 TO WS-CUMUL-MOY-GEN-ECOLE.
           IF WS-MODE-SELECTIF
               GO TO LOAD-CHECKPOINT-END
           END-IF.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
           SAVE-CHECKPOINT-START.
           *>=====================

           IF WS-MODE-SELECTIF
               GO TO SAVE-CHECKPOINT-END
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CHECKPOINT-PHASE TO CKPT-PHASE.
           MOVE WS-CHECKPOINT-CLASSE TO CKPT-CLASSE.
               DISPLAY "Chargement depuis le fichier maitre "&
                   "ELEVMAST.DAT."
               MOVE "N" TO WS-EOF-MASTER
      *> Lecture dans l'ordre de la cle secondaire classe/nom pour
      *> garder les classes dans l'ordre alphabetique.
               MOVE LOW-VALUES TO MST-CLASSE-NOM
               START MASTER-FILE KEY IS NOT LESS THAN MST-CLASSE-NOM
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-MASTER
               END-START
               PERFORM UNTIL WS-END-OF-MASTER
                   READ MASTER-FILE NEXT RECORD
                       AT END
           ADD-CLASS-TO-LIST-START.
           *>========================

           IF WS-SEL-NB-CLASSES > 0
               MOVE "N" TO WS-SEL-CLASSE-OK
               PERFORM VARYING WS-INDEX-SEL FROM 1 BY 1 UNTIL
                       WS-INDEX-SEL > WS-SEL-NB-CLASSES
                   IF WS-SEL-CLASSE(WS-INDEX-SEL) = WS-ID-COURANTE
                       MOVE "Y" TO WS-SEL-CLASSE-OK
                   END-IF
               END-PERFORM
               IF NOT WS-SEL-CLASSE-RETENUE
                   GO TO ADD-CLASS-TO-LIST-END
               END-IF
           END-IF.

           MOVE "N" TO WS-CLIST-FOUND.
           PERFORM VARYING WS-INDEX-CLIST FROM 1 BY 1 UNTIL
                   WS-INDEX-CLIST > WS-NB-CLASSES
           END-PERFORM.

           CLOSE REJECT-FILE.
           MOVE WS-REJECT-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.
           MOVE "N" TO WS-WRITE-REJECTS.

           PERFORM 1500-WRITE-LOAD-RECONCILIATION.
               PERFORM 1930-LOAD-CLASS-FROM-ELEVES
           END-IF.

           PERFORM 1950-APPLY-EVALUATIONS.
           PERFORM 1970-APPLY-ENROLMENTS.
           PERFORM 1600-LOAD-ABSENCES.
           PERFORM 2000-COMPUTE-MOYENNES.

               PERFORM 9900-WRITE-DIAG-SNAPSHOT
               GO TO LOAD-CLASS-FROM-MASTER-END
           END-IF.

      *> Positionnement sur la classe par la cle secondaire
      *> classe/nom : les eleves sont lus dans l'ordre alphabetique
      *> et la lecture s'arrete a la classe suivante.
           MOVE LOW-VALUES TO MST-CLASSE-NOM.
           MOVE WS-ID-COURANTE TO MST-ID-CLASSE.
           START MASTER-FILE KEY IS NOT LESS THAN MST-CLASSE-NOM
               INVALID KEY
                   MOVE "Y" TO WS-EOF-MASTER
           END-START.
           PERFORM UNTIL WS-END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                   NOT AT END
                       IF MST-ID-CLASSE = WS-ID-COURANTE
                           PERFORM 0910-STORE-ONE-MASTER
                       ELSE
                           MOVE "Y" TO WS-EOF-MASTER
                       END-IF
               END-READ
           END-PERFORM.
           WRITE LOAD-REPORT-RECORD.

           CLOSE LOAD-REPORT-FILE.
           MOVE WS-LOAD-RPT-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           WRITE-LOAD-RECONCILIATION-END.
           *>==============================
           *>==============================
               EXIT.

       1950-APPLY-EVALUATIONS SECTION.
       *>----------------------------------

           APPLY-EVALUATIONS-START.
           *>========================

      *> DEVOIRS.DAT est facultatif : sans devoir pour une matiere,
      *> la note chargee depuis ELEVES.DAT ou ELEVMAST.DAT reste
      *> celle du bulletin.
           MOVE 0 TO WS-DEVOIR-COUNT.
           MOVE "N" TO WS-EOF-DEVOIR.
           OPEN INPUT DEVOIR-FILE.
           IF WS-DEVOIR-FILE-STATUS NOT = "00"
               GO TO APPLY-EVALUATIONS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-DEVOIR
               READ DEVOIR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DEVOIR
                   NOT AT END
                       IF DV-ID-CLASSE = WS-ID-COURANTE
                           PERFORM 1955-STORE-ONE-DEVOIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEVOIR-FILE.

           PERFORM VARYING WS-INDEX-DEV FROM 1 BY 1 UNTIL
                   WS-INDEX-DEV > WS-DEVOIR-COUNT
               IF WS-DEV-TRAITE(WS-INDEX-DEV) = "N"
                   PERFORM 1960-COMPUTE-SUBJECT-FROM-DEVOIRS
               END-IF
           END-PERFORM.

           APPLY-EVALUATIONS-END.
           *>======================
               EXIT.

       1955-STORE-ONE-DEVOIR SECTION.
       *>---------------------------------

           STORE-ONE-DEVOIR-START.
           *>=======================

           IF DV-TRIMESTRE IS NOT NUMERIC OR
                   DV-TRIMESTRE < 1 OR DV-TRIMESTRE > 3 OR
                   DV-BAREME IS NOT NUMERIC OR DV-BAREME = 0 OR
                   DV-NOTE IS NOT NUMERIC OR DV-NOTE > DV-BAREME
               IF WS-REJECTS-ARE-WRITTEN
                   DISPLAY "Devoir invalide, ignore: " DV-NOM " "
                       DV-PRENOM " " DV-MATIERE
               END-IF
               GO TO STORE-ONE-DEVOIR-END
           END-IF.
           IF WS-DEVOIR-COUNT >= 1500
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Trop de devoirs pour la classe "
                   WS-ID-COURANTE ", devoir ignore: " DV-NOM
               GO TO STORE-ONE-DEVOIR-END
           END-IF.

           IF DV-MATRICULE IS NUMERIC
               MOVE DV-MATRICULE TO WS-REC-MATRICULE
           ELSE
               MOVE 0 TO WS-REC-MATRICULE
           END-IF.
           MOVE "N" TO WS-ELEVE-FOUND.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                   WS-INDEX-ELEVE > WS-NB-ELEVES(WS-INDEX-CLASSE)
               IF (WS-REC-MATRICULE > 0 AND
                       WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) =
                           WS-REC-MATRICULE)
                       OR
                       ((WS-REC-MATRICULE = 0 OR
                       WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) =
                           0) AND
                       WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) = DV-NOM
                       AND
                       WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) =
                           DV-PRENOM)
                   MOVE "Y" TO WS-ELEVE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-IS-FOUND
               IF WS-REJECTS-ARE-WRITTEN
                   DISPLAY "Devoir sans eleve connu, ignore: "
                       DV-NOM " " DV-PRENOM
               END-IF
               GO TO STORE-ONE-DEVOIR-END
           END-IF.

           MOVE DV-MATIERE TO WS-MATIERE-RETENUE.
           IF WS-NB-MCAT > 0
               MOVE DV-MATIERE TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF WS-MCAT-IS-FOUND
                   MOVE WS-MCAT-RESOLVED-LIB TO WS-MATIERE-RETENUE
               ELSE
                   IF WS-REJECTS-ARE-WRITTEN
                       DISPLAY "Devoir en matiere inconnue, ignore: "
                           DV-NOM " " DV-MATIERE
                   END-IF
                   GO TO STORE-ONE-DEVOIR-END
               END-IF
           END-IF.

           ADD 1 TO WS-DEVOIR-COUNT.
           SET WS-INDEX-DEV TO WS-DEVOIR-COUNT.
           SET WS-DEV-ELEVE(WS-INDEX-DEV) TO WS-INDEX-ELEVE.
           MOVE DV-TRIMESTRE TO WS-DEV-TRIM(WS-INDEX-DEV).
           MOVE WS-MATIERE-RETENUE TO WS-DEV-MATIERE(WS-INDEX-DEV).
           IF DV-DATE IS NUMERIC
               MOVE DV-DATE TO WS-DEV-DATE(WS-INDEX-DEV)
           ELSE
               MOVE 0 TO WS-DEV-DATE(WS-INDEX-DEV)
           END-IF.
           MOVE DV-TYPE TO WS-DEV-TYPE(WS-INDEX-DEV).
           IF DV-POIDS IS NUMERIC AND DV-POIDS > 0
               MOVE DV-POIDS TO WS-DEV-POIDS(WS-INDEX-DEV)
           ELSE
               MOVE 1 TO WS-DEV-POIDS(WS-INDEX-DEV)
           END-IF.
           MOVE DV-NOTE TO WS-DEV-NOTE(WS-INDEX-DEV).
           MOVE DV-BAREME TO WS-DEV-BAREME(WS-INDEX-DEV).
           COMPUTE WS-DEV-NOTE-20(WS-INDEX-DEV) ROUNDED =
               DV-NOTE * 20 / DV-BAREME.
           IF DV-NOTE-FLAG = "N"
               MOVE "N" TO WS-DEV-PRESENT(WS-INDEX-DEV)
           ELSE
               MOVE "Y" TO WS-DEV-PRESENT(WS-INDEX-DEV)
           END-IF.
           MOVE "N" TO WS-DEV-TRAITE(WS-INDEX-DEV).

           STORE-ONE-DEVOIR-END.
           *>=====================
               EXIT.

       1960-COMPUTE-SUBJECT-FROM-DEVOIRS SECTION.
       *>---------------------------------------------

           COMPUTE-SUBJECT-FROM-DEVOIRS-START.
           *>===================================

      *> Tous les devoirs du meme eleve, trimestre et matiere sont
      *> cumules en une passe et marques traites ; un devoir absent
      *> (drapeau N) figure au bulletin sans compter dans la note.
           MOVE 0 TO WS-DEV-CUMUL-POIDS.
           MOVE 0 TO WS-DEV-CUMUL-NOTE.
           PERFORM VARYING WS-INDEX-DEV2 FROM WS-INDEX-DEV BY 1 UNTIL
                   WS-INDEX-DEV2 > WS-DEVOIR-COUNT
               IF WS-DEV-ELEVE(WS-INDEX-DEV2) =
                       WS-DEV-ELEVE(WS-INDEX-DEV) AND
                       WS-DEV-TRIM(WS-INDEX-DEV2) =
                           WS-DEV-TRIM(WS-INDEX-DEV) AND
                       WS-DEV-MATIERE(WS-INDEX-DEV2) =
                           WS-DEV-MATIERE(WS-INDEX-DEV)
                   MOVE "Y" TO WS-DEV-TRAITE(WS-INDEX-DEV2)
                   IF WS-DEV-PRESENT(WS-INDEX-DEV2) = "Y"
                       ADD WS-DEV-POIDS(WS-INDEX-DEV2) TO
                           WS-DEV-CUMUL-POIDS
                       COMPUTE WS-DEV-CUMUL-NOTE =
                           WS-DEV-CUMUL-NOTE +
                           WS-DEV-NOTE-20(WS-INDEX-DEV2) *
                           WS-DEV-POIDS(WS-INDEX-DEV2)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DEV-CUMUL-POIDS = 0
               GO TO COMPUTE-SUBJECT-FROM-DEVOIRS-END
           END-IF.
           COMPUTE WS-DEV-MOYENNE ROUNDED =
               WS-DEV-CUMUL-NOTE / WS-DEV-CUMUL-POIDS.

           SET WS-INDEX-ELEVE TO WS-DEV-ELEVE(WS-INDEX-DEV).
           SET WS-INDEX-TRIM TO WS-DEV-TRIM(WS-INDEX-DEV).
           MOVE "N" TO WS-DEV-NOTE-FOUND.
           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                   WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                       WS-INDEX-ELEVE WS-INDEX-TRIM)
               IF WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM WS-INDEX-NOTE) =
                       WS-DEV-MATIERE(WS-INDEX-DEV)
                   MOVE "Y" TO WS-DEV-NOTE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-DEV-NOTE-IS-FOUND
               IF WS-NB-NOTES(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM) >= WS-NB-MATIERES-CONFIG
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   DISPLAY "Trop de matieres pour "
                       WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE)
                       ", devoirs ignores: "
                       WS-DEV-MATIERE(WS-INDEX-DEV)
                   GO TO COMPUTE-SUBJECT-FROM-DEVOIRS-END
               END-IF
               MOVE 1 TO WS-DEV-COEFF
               IF WS-NB-MCAT > 0
                   MOVE WS-DEV-MATIERE(WS-INDEX-DEV) TO WS-MCAT-LOOKUP
                   PERFORM 9350-LOOKUP-MATIERE
                   IF WS-MCAT-IS-FOUND
                       MOVE WS-MCAT-RESOLVED-COEFF TO WS-DEV-COEFF
                   END-IF
               END-IF
               ADD 1 TO WS-NB-NOTES(WS-INDEX-CLASSE WS-INDEX-ELEVE
                   WS-INDEX-TRIM)
               SET WS-INDEX-NOTE TO WS-NB-NOTES(WS-INDEX-CLASSE
                   WS-INDEX-ELEVE WS-INDEX-TRIM)
               MOVE WS-DEV-MATIERE(WS-INDEX-DEV) TO
                   WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM WS-INDEX-NOTE)
               MOVE WS-DEV-COEFF TO
                   WS-COEFF(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM WS-INDEX-NOTE)
           END-IF.

           MOVE WS-DEV-MOYENNE TO
               WS-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE WS-INDEX-TRIM
                   WS-INDEX-NOTE).
           MOVE "Y" TO
               WS-NOTE-PRESENT(WS-INDEX-CLASSE WS-INDEX-ELEVE
                   WS-INDEX-TRIM WS-INDEX-NOTE).

           COMPUTE-SUBJECT-FROM-DEVOIRS-END.
           *>=================================
               EXIT.

       1970-APPLY-ENROLMENTS SECTION.
       *>---------------------------------

           APPLY-ENROLMENTS-START.
           *>=======================

      *> Une note d'une matiere d'option que l'eleve ne suit pas
      *> (aucune inscription au groupe) est ecartee des moyennes,
      *> des statistiques et du bulletin.
           MOVE 0 TO WS-NB-HORS-INSCRIPTION.
           IF WS-NB-OPTGRP = 0
               GO TO APPLY-ENROLMENTS-END
           END-IF.
           MOVE WS-ID-COURANTE TO WS-INSC-LOOKUP-CLASSE.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                   WS-INDEX-ELEVE > WS-NB-ELEVES(WS-INDEX-CLASSE)
               MOVE WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                   WS-INSC-LOOKUP-MATRICULE
               PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                       WS-INDEX-TRIM > 3
                   PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                           WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                               WS-INDEX-ELEVE WS-INDEX-TRIM)
                       IF NOT PAS-DE-NOTE(WS-INDEX-CLASSE
                               WS-INDEX-ELEVE WS-INDEX-TRIM
                               WS-INDEX-NOTE)
                           PERFORM 1975-CHECK-NOTE-ENROLMENT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           APPLY-ENROLMENTS-END.
           *>=====================
               EXIT.

       1975-CHECK-NOTE-ENROLMENT SECTION.
       *>-------------------------------------

           CHECK-NOTE-ENROLMENT-START.
           *>===========================

           MOVE WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
               WS-INDEX-TRIM WS-INDEX-NOTE) TO WS-INSC-LOOKUP-MATIERE.
           MOVE SPACES TO WS-INSC-LOOKUP-CODE.
           IF WS-NB-MCAT > 0
               MOVE WS-INSC-LOOKUP-MATIERE TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF WS-MCAT-IS-FOUND
                   MOVE WS-MCAT-RESOLVED-CODE TO WS-INSC-LOOKUP-CODE
               END-IF
           END-IF.
           PERFORM 9430-CHECK-ENROLMENT.
           IF NOT WS-INSC-EST-INSCRIT
               MOVE "N" TO WS-NOTE-PRESENT(WS-INDEX-CLASSE
                   WS-INDEX-ELEVE WS-INDEX-TRIM WS-INDEX-NOTE)
               ADD 1 TO WS-NB-HORS-INSCRIPTION
           END-IF.

           CHECK-NOTE-ENROLMENT-END.
           *>=========================
               EXIT.

       1600-LOAD-ABSENCES SECTION.
       *>-----------------------------

           *>=========================
               EXIT.

       2500-CHECK-GRADE-COMPLETENESS SECTION.
       *>-----------------------------------------

           CHECK-GRADE-COMPLETENESS-START.
           *>===============================

           MOVE 0 TO WS-CMPL-CLASS-COUNT.
           MOVE 0 TO WS-CMPL-CLASSES-RETENUES.
           MOVE 0 TO WS-MANQ-COUNT.
           MOVE 0 TO WS-MANQ-PERDUS.
           PERFORM 2505-LOAD-COMPLETENESS-PARM.
           PERFORM 9250-LOAD-TEACHERS.
           IF WS-TEACHER-COUNT = 0
               DISPLAY "Controle de completude non effectue "&
                   "(aucun professeur)."
               GO TO CHECK-GRADE-COMPLETENESS-END
           END-IF.

           PERFORM VARYING WS-NUM-CLASSE FROM 1 BY 1 UNTIL
                   WS-NUM-CLASSE > WS-NB-CLASSES
               MOVE WS-CLASS-LIST-ID(WS-INDEX-CLIST) TO
                   WS-ID-COURANTE
               PERFORM 1900-LOAD-ONE-CLASS
               PERFORM 2510-CHECK-ONE-CLASS
           END-PERFORM.

           PERFORM 2550-WRITE-CHASE-LIST.

           IF WS-CMPL-CLASSES-RETENUES > 0
               DISPLAY "Bulletins retenus pour "
                   WS-CMPL-CLASSES-RETENUES
                   " classe(s) sous le seuil de completude "
                   "(TABLMANQ.DAT)."
           END-IF.

           CHECK-GRADE-COMPLETENESS-END.
           *>=============================
               EXIT.

       2505-LOAD-COMPLETENESS-PARM SECTION.
       *>---------------------------------------

           LOAD-COMPLETENESS-PARM-START.
           *>=============================

      *> Seuil en pourcentage (0 = liste de relance sans retenue) et
      *> trimestre controle (0 = dernier trimestre note de la classe).
           MOVE 0 TO WS-CMPL-SEUIL.
           MOVE 0 TO WS-CMPL-TRIM-PARM.
           OPEN INPUT COMPLETENESS-PARM-FILE.
           IF WS-CMPL-PARM-STATUS NOT = "00"
               DISPLAY "Pas de TABLCMPL.DAT: relances sans retenue "&
                   "des bulletins."
               GO TO LOAD-COMPLETENESS-PARM-END
           END-IF.
           READ COMPLETENESS-PARM-FILE
               NOT AT END
                   IF CP-SEUIL IS NUMERIC AND CP-SEUIL <= 100
                       MOVE CP-SEUIL TO WS-CMPL-SEUIL
                   END-IF
                   IF CP-TRIMESTRE IS NUMERIC AND CP-TRIMESTRE <= 3
                       MOVE CP-TRIMESTRE TO WS-CMPL-TRIM-PARM
                   END-IF
           END-READ.
           CLOSE COMPLETENESS-PARM-FILE.
           IF WS-SEL-TRIMESTRE > 0
               MOVE WS-SEL-TRIMESTRE TO WS-CMPL-TRIM-PARM
           END-IF.

           LOAD-COMPLETENESS-PARM-END.
           *>===========================
               EXIT.

       2510-CHECK-ONE-CLASS SECTION.
       *>--------------------------------

           CHECK-ONE-CLASS-START.
           *>======================

           IF WS-CMPL-CLASS-COUNT >= 200
               GO TO CHECK-ONE-CLASS-END
           END-IF.
           ADD 1 TO WS-CMPL-CLASS-COUNT.
           SET WS-INDEX-CCLS TO WS-CMPL-CLASS-COUNT.
           MOVE WS-ID-COURANTE TO WS-CCL-CLASSE(WS-INDEX-CCLS).
           MOVE 0 TO WS-CCL-ATTENDUES(WS-INDEX-CCLS).
           MOVE 0 TO WS-CCL-SAISIES(WS-INDEX-CCLS).
           MOVE "N" TO WS-CCL-RETENUE(WS-INDEX-CCLS).

           IF WS-CMPL-TRIM-PARM > 0
               MOVE WS-CMPL-TRIM-PARM TO WS-CMPL-TRIM
           ELSE
               MOVE 1 TO WS-CMPL-TRIM
               PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                       WS-INDEX-ELEVE > WS-NB-ELEVES(WS-INDEX-CLASSE)
                   PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                           WS-INDEX-TRIM > 3
                       IF WS-NB-NOTES(WS-INDEX-CLASSE WS-INDEX-ELEVE
                               WS-INDEX-TRIM) > 0 AND
                               WS-INDEX-TRIM > WS-CMPL-TRIM
                           SET WS-CMPL-TRIM TO WS-INDEX-TRIM
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           MOVE WS-CMPL-TRIM TO WS-CCL-TRIM(WS-INDEX-CCLS).

           MOVE 0 TO WS-CMP-ELV-COUNT.
           IF WS-MASTER-IS-USED
               PERFORM 2520-LOAD-ELEVES-FOR-CLASS
           END-IF.

           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               MOVE "N" TO WS-CMPL-ENSEIGNE
               PERFORM VARYING WS-PROF-SCAN FROM 1 BY 1 UNTIL
                       WS-PROF-SCAN > 10
                   IF WS-TCH-CLASSE(WS-INDEX-TEACH WS-PROF-SCAN) =
                           WS-ID-COURANTE
                       MOVE "Y" TO WS-CMPL-ENSEIGNE
                   END-IF
               END-PERFORM
               IF NOT WS-CMPL-CLASSE-ENSEIGNEE
                   PERFORM 2515-FIND-TEACHER-GROUP
               END-IF
               IF WS-CMPL-CLASSE-ENSEIGNEE
                   PERFORM 2530-RESOLVE-TEACHER-SUBJECT
                   PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                           WS-INDEX-ELEVE >
                               WS-NB-ELEVES(WS-INDEX-CLASSE)
                       PERFORM 2532-CHECK-ELEVE-INSCRIT
                       IF WS-INSC-EST-INSCRIT
                           PERFORM 2535-CHECK-ONE-GRADE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-CCL-ATTENDUES(WS-INDEX-CCLS) = 0
               MOVE 100 TO WS-CCL-TAUX(WS-INDEX-CCLS)
           ELSE
               COMPUTE WS-CCL-TAUX(WS-INDEX-CCLS) =
                   WS-CCL-SAISIES(WS-INDEX-CCLS) * 100 /
                   WS-CCL-ATTENDUES(WS-INDEX-CCLS)
           END-IF.
           IF WS-CMPL-SEUIL > 0 AND
                   WS-CCL-TAUX(WS-INDEX-CCLS) < WS-CMPL-SEUIL
               MOVE "Y" TO WS-CCL-RETENUE(WS-INDEX-CCLS)
               ADD 1 TO WS-CMPL-CLASSES-RETENUES
           END-IF.

           CHECK-ONE-CLASS-END.
           *>====================
               EXIT.

       2515-FIND-TEACHER-GROUP SECTION.
       *>-----------------------------------

           FIND-TEACHER-GROUP-START.
           *>=========================

      *> Professeur d'un groupe d'option : seuls les inscrits du
      *> groupe lui doivent une note dans cette classe.
           MOVE SPACES TO WS-CMPL-GROUPE.
           PERFORM VARYING WS-PROF-SCAN FROM 1 BY 1 UNTIL
                   WS-PROF-SCAN > 10 OR WS-CMPL-GROUPE-ENSEIGNE
               IF WS-TCH-CLASSE(WS-INDEX-TEACH WS-PROF-SCAN) NOT =
                       SPACES
                   PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                           WS-INDEX-OGR > WS-NB-OPTGRP
                       IF WS-OGR-GROUPE(WS-INDEX-OGR) =
                               WS-TCH-CLASSE(WS-INDEX-TEACH
                                   WS-PROF-SCAN)
                           PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1
                                   UNTIL WS-OGR-SCAN > 5
                               IF WS-OGR-CLASSE(WS-INDEX-OGR
                                       WS-OGR-SCAN) = WS-ID-COURANTE
                                   MOVE "G" TO WS-CMPL-ENSEIGNE
                                   MOVE WS-OGR-GROUPE(WS-INDEX-OGR) TO
                                       WS-CMPL-GROUPE
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           FIND-TEACHER-GROUP-END.
           *>=======================
               EXIT.

       2520-LOAD-ELEVES-FOR-CLASS SECTION.
       *>--------------------------------------

           LOAD-ELEVES-FOR-CLASS-START.
           *>============================

           MOVE "N" TO WS-EOF-STUDENT.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS NOT = "00"
               GO TO LOAD-ELEVES-FOR-CLASS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-STUDENT
                   NOT AT END
                       MOVE ELEVE-RECORD TO WS-ENV-RECORD
                       IF ENV-IS-HEADER OR ENV-IS-TRAILER
                           CONTINUE
                       ELSE
                           IF ER-ID-CLASSE = WS-ID-COURANTE
                               PERFORM 2525-STORE-ONE-ELEVES-GRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.

           LOAD-ELEVES-FOR-CLASS-END.
           *>==========================
               EXIT.

       2525-STORE-ONE-ELEVES-GRADE SECTION.
       *>---------------------------------------

           STORE-ONE-ELEVES-GRADE-START.
           *>=============================

           IF WS-CMP-ELV-COUNT >= 1200
               GO TO STORE-ONE-ELEVES-GRADE-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(ER-MATIERE) TO WS-MATIERE-RETENUE.
           IF WS-NB-MCAT > 0
               MOVE ER-MATIERE TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF WS-MCAT-IS-FOUND
                   MOVE WS-MCAT-RESOLVED-LIB TO WS-MATIERE-RETENUE
               END-IF
           END-IF.
           ADD 1 TO WS-CMP-ELV-COUNT.
           SET WS-INDEX-CELV TO WS-CMP-ELV-COUNT.
           MOVE ER-NOM TO WS-CEL-NOM(WS-INDEX-CELV).
           MOVE ER-PRENOM TO WS-CEL-PRENOM(WS-INDEX-CELV).
           IF ER-MATRICULE IS NUMERIC
               MOVE ER-MATRICULE TO WS-CEL-MATRICULE(WS-INDEX-CELV)
           ELSE
               MOVE 0 TO WS-CEL-MATRICULE(WS-INDEX-CELV)
           END-IF.
           IF ER-TRIMESTRE IS NUMERIC
               MOVE ER-TRIMESTRE TO WS-CEL-TRIM(WS-INDEX-CELV)
           ELSE
               MOVE 0 TO WS-CEL-TRIM(WS-INDEX-CELV)
           END-IF.
           MOVE WS-MATIERE-RETENUE TO WS-CEL-MATIERE(WS-INDEX-CELV).
           IF ER-NOTE-FLAG = "N"
               MOVE "N" TO WS-CEL-PRESENT(WS-INDEX-CELV)
           ELSE
               MOVE "Y" TO WS-CEL-PRESENT(WS-INDEX-CELV)
           END-IF.

      *> Un eleve de ELEVES.DAT inconnu du maitre n'aura pas de
      *> bulletin : il est signale une fois dans le bilan de classe.
           IF WS-CEL-TRIM(WS-INDEX-CELV) NOT = WS-CMPL-TRIM
               GO TO STORE-ONE-ELEVES-GRADE-END
           END-IF.
           IF ER-MATRICULE IS NUMERIC
               MOVE ER-MATRICULE TO WS-REC-MATRICULE
           ELSE
               MOVE 0 TO WS-REC-MATRICULE
           END-IF.
           MOVE "N" TO WS-ELEVE-FOUND.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                   WS-INDEX-ELEVE > WS-NB-ELEVES(WS-INDEX-CLASSE)
               IF (WS-REC-MATRICULE > 0 AND
                       WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) =
                           WS-REC-MATRICULE)
                       OR
                       (WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) = ER-NOM
                       AND
                       WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) =
                           ER-PRENOM)
                   MOVE "Y" TO WS-ELEVE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-IS-FOUND
               MOVE 0 TO WS-MNQ-NEW-TEACH
               MOVE ER-NOM TO WS-MNQ-NEW-NOM
               MOVE ER-PRENOM TO WS-MNQ-NEW-PRENOM
               MOVE "ABSENT DU MAITRE" TO WS-MNQ-NEW-MOTIF
               PERFORM 2545-ADD-MISSING-ENTRY
           END-IF.

           STORE-ONE-ELEVES-GRADE-END.
           *>===========================
               EXIT.

       2530-RESOLVE-TEACHER-SUBJECT SECTION.
       *>----------------------------------------

           RESOLVE-TEACHER-SUBJECT-START.
           *>==============================

           MOVE FUNCTION UPPER-CASE(WS-TCH-MATIERE(WS-INDEX-TEACH))
               TO WS-CMPL-LIB.
           IF WS-NB-MCAT > 0
               MOVE WS-TCH-MATIERE(WS-INDEX-TEACH) TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF WS-MCAT-IS-FOUND
                   MOVE WS-MCAT-RESOLVED-LIB TO WS-CMPL-LIB
               END-IF
           END-IF.

           RESOLVE-TEACHER-SUBJECT-END.
           *>============================
               EXIT.

       2532-CHECK-ELEVE-INSCRIT SECTION.
       *>------------------------------------

           CHECK-ELEVE-INSCRIT-START.
           *>==========================

           MOVE WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
               WS-INSC-LOOKUP-MATRICULE.
           IF WS-CMPL-GROUPE-ENSEIGNE AND WS-INSC-LOOKUP-MATRICULE > 0
               MOVE WS-CMPL-GROUPE TO WS-INSC-LOOKUP-GROUPE
               PERFORM 9435-CHECK-GROUP-MEMBER
           ELSE
               MOVE WS-ID-COURANTE TO WS-INSC-LOOKUP-CLASSE
               MOVE WS-CMPL-LIB TO WS-INSC-LOOKUP-MATIERE
               MOVE WS-TCH-MATIERE(WS-INDEX-TEACH) TO
                   WS-INSC-LOOKUP-CODE
               PERFORM 9430-CHECK-ENROLMENT
           END-IF.

           CHECK-ELEVE-INSCRIT-END.
           *>========================
               EXIT.

       2535-CHECK-ONE-GRADE SECTION.
       *>--------------------------------

           CHECK-ONE-GRADE-START.
           *>======================

           ADD 1 TO WS-CCL-ATTENDUES(WS-INDEX-CCLS).
           MOVE "A" TO WS-CMPL-ETAT.
           SET WS-INDEX-TRIM TO WS-CMPL-TRIM.
      *> Sans referentiel, le code matiere de PROFS.DAT (6 car.) est
      *> compare au debut du libelle saisi.
           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                   WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                       WS-INDEX-ELEVE WS-INDEX-TRIM)
               MOVE FUNCTION UPPER-CASE(WS-MATIERE(WS-INDEX-CLASSE
                   WS-INDEX-ELEVE WS-INDEX-TRIM WS-INDEX-NOTE)) TO
                   WS-MATIERE-RETENUE
               IF WS-MATIERE-RETENUE = WS-CMPL-LIB OR
                       (WS-NB-MCAT = 0 AND
                       WS-MATIERE-RETENUE(1:6) = WS-CMPL-LIB(1:6))
                   IF PAS-DE-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE)
                       MOVE "N" TO WS-CMPL-ETAT
                   ELSE
                       MOVE "P" TO WS-CMPL-ETAT
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CMPL-NOTE-SAISIE
               ADD 1 TO WS-CCL-SAISIES(WS-INDEX-CCLS)
               GO TO CHECK-ONE-GRADE-END
           END-IF.

           IF WS-CMPL-NOTE-NON-NOTEE
               MOVE "NON NOTE" TO WS-MNQ-NEW-MOTIF
           ELSE
               MOVE "AUCUNE NOTE" TO WS-MNQ-NEW-MOTIF
           END-IF.
           IF WS-MASTER-IS-USED
               PERFORM 2540-FIND-IN-ELEVES-DAT
           END-IF.
           SET WS-MNQ-NEW-TEACH TO WS-INDEX-TEACH.
           MOVE WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
               WS-MNQ-NEW-NOM.
           MOVE WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
               WS-MNQ-NEW-PRENOM.
           PERFORM 2545-ADD-MISSING-ENTRY.

           CHECK-ONE-GRADE-END.
           *>====================
               EXIT.

       2540-FIND-IN-ELEVES-DAT SECTION.
       *>-----------------------------------

           FIND-IN-ELEVES-DAT-START.
           *>=========================

      *> Note saisie dans ELEVES.DAT mais pas encore reportee au
      *> maitre : le professeur a rendu, la relance va au secretariat.
           PERFORM VARYING WS-INDEX-CELV FROM 1 BY 1 UNTIL
                   WS-INDEX-CELV > WS-CMP-ELV-COUNT
               IF WS-CEL-TRIM(WS-INDEX-CELV) = WS-CMPL-TRIM AND
                       (WS-CEL-MATIERE(WS-INDEX-CELV) = WS-CMPL-LIB OR
                       (WS-NB-MCAT = 0 AND
                       WS-CEL-MATIERE(WS-INDEX-CELV)(1:6) =
                           WS-CMPL-LIB(1:6))) AND
                       WS-CEL-PRESENT(WS-INDEX-CELV) = "Y" AND
                       ((WS-CEL-MATRICULE(WS-INDEX-CELV) > 0 AND
                       WS-CEL-MATRICULE(WS-INDEX-CELV) =
                           WS-MATRICULE(WS-INDEX-CLASSE
                               WS-INDEX-ELEVE))
                       OR
                       (WS-CEL-NOM(WS-INDEX-CELV) =
                           WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) AND
                       WS-CEL-PRENOM(WS-INDEX-CELV) =
                           WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE)))
                   MOVE "DANS ELEVES.DAT SEUL" TO WS-MNQ-NEW-MOTIF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-IN-ELEVES-DAT-END.
           *>=======================
               EXIT.

       2545-ADD-MISSING-ENTRY SECTION.
       *>----------------------------------

           ADD-MISSING-ENTRY-START.
           *>========================

           IF WS-MNQ-NEW-TEACH = 0
               PERFORM VARYING WS-INDEX-MANQ FROM 1 BY 1 UNTIL
                       WS-INDEX-MANQ > WS-MANQ-COUNT
                   IF WS-MNQ-TEACH(WS-INDEX-MANQ) = 0 AND
                           WS-MNQ-CLASSE(WS-INDEX-MANQ) =
                               WS-ID-COURANTE AND
                           WS-MNQ-NOM(WS-INDEX-MANQ) =
                               WS-MNQ-NEW-NOM AND
                           WS-MNQ-PRENOM(WS-INDEX-MANQ) =
                               WS-MNQ-NEW-PRENOM
                       GO TO ADD-MISSING-ENTRY-END
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MANQ-COUNT >= 3000
               ADD 1 TO WS-MANQ-PERDUS
               GO TO ADD-MISSING-ENTRY-END
           END-IF.
           ADD 1 TO WS-MANQ-COUNT.
           SET WS-INDEX-MANQ TO WS-MANQ-COUNT.
           MOVE WS-MNQ-NEW-TEACH TO WS-MNQ-TEACH(WS-INDEX-MANQ).
           MOVE WS-ID-COURANTE TO WS-MNQ-CLASSE(WS-INDEX-MANQ).
           MOVE WS-MNQ-NEW-NOM TO WS-MNQ-NOM(WS-INDEX-MANQ).
           MOVE WS-MNQ-NEW-PRENOM TO WS-MNQ-PRENOM(WS-INDEX-MANQ).
           MOVE WS-CMPL-TRIM TO WS-MNQ-TRIM(WS-INDEX-MANQ).
           MOVE WS-MNQ-NEW-MOTIF TO WS-MNQ-MOTIF(WS-INDEX-MANQ).

           ADD-MISSING-ENTRY-END.
           *>======================
               EXIT.

       2550-WRITE-CHASE-LIST SECTION.
       *>---------------------------------

           WRITE-CHASE-LIST-START.
           *>=======================

           OPEN OUTPUT CHASE-FILE.
           MOVE SPACES TO CHASE-RECORD.
           STRING "=== Notes manquantes avant edition du "
                   WS-DATE-EDITION " ==="
               DELIMITED BY SIZE INTO CHASE-RECORD
           END-STRING.
           WRITE CHASE-RECORD.

           PERFORM VARYING WS-INDEX-TEACH FROM 1 BY 1 UNTIL
                   WS-INDEX-TEACH > WS-TEACHER-COUNT
               MOVE 0 TO WS-MANQ-PROF-COUNT
               PERFORM VARYING WS-INDEX-MANQ FROM 1 BY 1 UNTIL
                       WS-INDEX-MANQ > WS-MANQ-COUNT
                   IF WS-MNQ-TEACH(WS-INDEX-MANQ) = WS-INDEX-TEACH
                       ADD 1 TO WS-MANQ-PROF-COUNT
                   END-IF
               END-PERFORM
               IF WS-MANQ-PROF-COUNT > 0
                   PERFORM 2560-WRITE-ONE-TEACHER
               END-IF
           END-PERFORM.

           MOVE SPACES TO CHASE-RECORD.
           WRITE CHASE-RECORD.
           MOVE WS-CMPL-SEUIL TO WS-EDIT-SEUIL.
           MOVE SPACES TO CHASE-RECORD.
           STRING "=== Completude par classe (seuil "
                   WS-EDIT-SEUIL "%) ==="
               DELIMITED BY SIZE INTO CHASE-RECORD
           END-STRING.
           WRITE CHASE-RECORD.
           PERFORM VARYING WS-INDEX-CCLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CCLS > WS-CMPL-CLASS-COUNT
               PERFORM 2570-WRITE-ONE-CLASS-SUMMARY
           END-PERFORM.

           IF WS-MANQ-PERDUS > 0
               MOVE SPACES TO CHASE-RECORD
               STRING "Liste tronquee : " WS-MANQ-PERDUS
                       " note(s) manquante(s) non detaillee(s)."
                   DELIMITED BY SIZE INTO CHASE-RECORD
               END-STRING
               WRITE CHASE-RECORD
           END-IF.
           CLOSE CHASE-FILE.
           MOVE WS-CHASE-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           WRITE-CHASE-LIST-END.
           *>=====================
               EXIT.

       2560-WRITE-ONE-TEACHER SECTION.
       *>----------------------------------

           WRITE-ONE-TEACHER-START.
           *>========================

           MOVE SPACES TO CHASE-RECORD.
           WRITE CHASE-RECORD.
           MOVE WS-MANQ-PROF-COUNT TO WS-EDIT-ATTENDUES.
           MOVE SPACES TO CHASE-RECORD.
           STRING "Professeur : " WS-TCH-NOM(WS-INDEX-TEACH)
                   " Matiere : " WS-TCH-MATIERE(WS-INDEX-TEACH)
                   " Manquantes : " WS-EDIT-ATTENDUES
               DELIMITED BY SIZE INTO CHASE-RECORD
           END-STRING.
           WRITE CHASE-RECORD.

      *> Les classes sont celles du controle : un groupe d'option de
      *> PROFS.DAT y est deja eclate en ses classes.
           PERFORM VARYING WS-INDEX-CCLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CCLS > WS-CMPL-CLASS-COUNT
               MOVE 0 TO WS-MANQ-CLASSE-COUNT
               PERFORM VARYING WS-INDEX-MANQ FROM 1 BY 1 UNTIL
                       WS-INDEX-MANQ > WS-MANQ-COUNT
                   IF WS-MNQ-TEACH(WS-INDEX-MANQ) =
                           WS-INDEX-TEACH AND
                           WS-MNQ-CLASSE(WS-INDEX-MANQ) =
                               WS-CCL-CLASSE(WS-INDEX-CCLS)
                       ADD 1 TO WS-MANQ-CLASSE-COUNT
                   END-IF
               END-PERFORM
               IF WS-MANQ-CLASSE-COUNT > 0
                   PERFORM 2565-WRITE-TEACHER-CLASS
               END-IF
           END-PERFORM.

           WRITE-ONE-TEACHER-END.
           *>======================
               EXIT.

       2565-WRITE-TEACHER-CLASS SECTION.
       *>------------------------------------

           WRITE-TEACHER-CLASS-START.
           *>==========================

           MOVE WS-MANQ-CLASSE-COUNT TO WS-EDIT-ATTENDUES.
           MOVE SPACES TO CHASE-RECORD.
           STRING "  Classe " WS-CCL-CLASSE(WS-INDEX-CCLS)
                   " : " WS-EDIT-ATTENDUES " note(s) manquante(s)"
               DELIMITED BY SIZE INTO CHASE-RECORD
           END-STRING.
           WRITE CHASE-RECORD.

           PERFORM VARYING WS-INDEX-MANQ FROM 1 BY 1 UNTIL
                   WS-INDEX-MANQ > WS-MANQ-COUNT
               IF WS-MNQ-TEACH(WS-INDEX-MANQ) = WS-INDEX-TEACH AND
                       WS-MNQ-CLASSE(WS-INDEX-MANQ) =
                           WS-CCL-CLASSE(WS-INDEX-CCLS)
                   MOVE SPACES TO CHASE-RECORD
                   STRING "    " WS-MNQ-NOM(WS-INDEX-MANQ) " "
                           WS-MNQ-PRENOM(WS-INDEX-MANQ)
                           " T" WS-MNQ-TRIM(WS-INDEX-MANQ) " "
                           WS-MNQ-MOTIF(WS-INDEX-MANQ)
                       DELIMITED BY SIZE INTO CHASE-RECORD
                   END-STRING
                   WRITE CHASE-RECORD
               END-IF
           END-PERFORM.

           WRITE-TEACHER-CLASS-END.
           *>========================
               EXIT.

       2570-WRITE-ONE-CLASS-SUMMARY SECTION.
       *>----------------------------------------

           WRITE-ONE-CLASS-SUMMARY-START.
           *>==============================

           MOVE WS-CCL-ATTENDUES(WS-INDEX-CCLS) TO WS-EDIT-ATTENDUES.
           MOVE WS-CCL-SAISIES(WS-INDEX-CCLS) TO WS-EDIT-SAISIES.
           MOVE WS-CCL-TAUX(WS-INDEX-CCLS) TO WS-EDIT-TAUX.
           MOVE SPACES TO CHASE-RECORD.
           STRING "Classe " WS-CCL-CLASSE(WS-INDEX-CCLS)
                   " T" WS-CCL-TRIM(WS-INDEX-CCLS)
                   " attendues " WS-EDIT-ATTENDUES
                   " saisies " WS-EDIT-SAISIES
                   " completude " WS-EDIT-TAUX "%"
               DELIMITED BY SIZE INTO CHASE-RECORD
           END-STRING.
           IF WS-CCL-RETENUE(WS-INDEX-CCLS) = "Y"
               MOVE "BULLETINS RETENUS" TO CHASE-RECORD(62:19)
           END-IF.
           WRITE CHASE-RECORD.

           PERFORM VARYING WS-INDEX-MANQ FROM 1 BY 1 UNTIL
                   WS-INDEX-MANQ > WS-MANQ-COUNT
               IF WS-MNQ-TEACH(WS-INDEX-MANQ) = 0 AND
                       WS-MNQ-CLASSE(WS-INDEX-MANQ) =
                           WS-CCL-CLASSE(WS-INDEX-CCLS)
                   MOVE SPACES TO CHASE-RECORD
                   STRING "    " WS-MNQ-NOM(WS-INDEX-MANQ) " "
                           WS-MNQ-PRENOM(WS-INDEX-MANQ)
                           " dans ELEVES.DAT, "
                           WS-MNQ-MOTIF(WS-INDEX-MANQ)
                       DELIMITED BY SIZE INTO CHASE-RECORD
                   END-STRING
                   WRITE CHASE-RECORD
               END-IF
           END-PERFORM.

           WRITE-ONE-CLASS-SUMMARY-END.
           *>============================
               EXIT.

       2590-FIND-HELD-CLASS SECTION.
       *>--------------------------------

           FIND-HELD-CLASS-START.
           *>======================

           MOVE "N" TO WS-CLASSE-RETENUE.
           PERFORM VARYING WS-INDEX-CCLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CCLS > WS-CMPL-CLASS-COUNT
               IF WS-CCL-CLASSE(WS-INDEX-CCLS) = WS-ID-COURANTE AND
                       WS-CCL-RETENUE(WS-INDEX-CCLS) = "Y"
                   MOVE "Y" TO WS-CLASSE-RETENUE
                   MOVE WS-CCL-TAUX(WS-INDEX-CCLS) TO WS-EDIT-TAUX
                   DISPLAY "Bulletins de " WS-ID-COURANTE
                       " retenus : completude " WS-EDIT-TAUX "%."
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-HELD-CLASS-END.
           *>====================
               EXIT.

       3000-PRINT-BULLETINS SECTION.
       *>---------------------------------------------------------------

           PRINT-BULLETINS-START.
           *>========================

      *> Une reprise refait la phase entiere : les sorties sont
      *> reecrites depuis le debut pour interdire tout doublon de
      *> bulletin ou de suivi de distribution. Le suivi existant est
      *> d'abord mis de cote pour reporter les statuts deja acquis.
           IF NOT WS-MODE-SELECTIF
               PERFORM 3010-SNAPSHOT-DISTRIBUTION
               OPEN OUTPUT DISTRIBUTION-FILE
           END-IF.
      *> Un rectificatif s'ajoute au suivi sans toucher aux lignes
      *> des editions qu'il remplace.
           IF WS-MODE-RECTIFICATIF
               MOVE 0 TO WS-RCT-NB-EDITES
               MOVE 0 TO WS-RCT-NB-DISTRIB
               OPEN EXTEND DISTRIBUTION-FILE
               IF WS-DISTRIBUTION-FILE-STATUS = "35"
                   OPEN OUTPUT DISTRIBUTION-FILE
               END-IF
           END-IF.
           OPEN OUTPUT BULLETIN-FILE.
           MOVE 0 TO WS-CUMUL-MOY-GEN-ECOLE.
           MOVE 0 TO WS-TOTAL-STUDENT.

           PERFORM VARYING WS-NUM-CLASSE FROM 1 BY 1 UNTIL
                   WS-NUM-CLASSE > WS-NB-CLASSES
               SET WS-INDEX-CLIST TO WS-NUM-CLASSE
               MOVE WS-CLASS-LIST-ID(WS-INDEX-CLIST) TO
                   WS-ID-COURANTE
               PERFORM 1900-LOAD-ONE-CLASS
               PERFORM 3020-COMPUTE-CLASSE-MATIERES
               PERFORM 2590-FIND-HELD-CLASS
               IF WS-CLASSE-EST-RETENUE AND NOT WS-MODE-SELECTIF
                   PERFORM 3190-KEEP-HELD-DISTRIBUTION
               END-IF
               PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                       WS-INDEX-ELEVE >
                           WS-NB-ELEVES(WS-INDEX-CLASSE)
                   IF NOT WS-CLASSE-EST-RETENUE
                       IF WS-MODE-RECTIFICATIF
                           PERFORM 3300-PRINT-ONE-CORRECTION
                       ELSE
                           PERFORM 3100-PRINT-ONE-BULLETIN
                       END-IF
                       IF NOT WS-MODE-SELECTIF
                           PERFORM 3180-WRITE-DISTRIBUTION-RECORDS
                       END-IF
                   END-IF
                   COMPUTE WS-CUMUL-MOY-GEN-ECOLE =
                       WS-CUMUL-MOY-GEN-ECOLE +
                       WS-MOY-GEN-ELEVE(WS-INDEX-CLASSE
                           WS-INDEX-ELEVE)
               END-PERFORM
               ADD WS-NB-ELEVES(WS-INDEX-CLASSE) TO
                   WS-TOTAL-STUDENT
           END-PERFORM.

      *> Sur une selection de classes, les appreciations des autres
      *> classes n'ont rien d'orphelin.
           IF WS-SEL-NB-CLASSES = 0 AND NOT WS-MODE-RECTIFICATIF
               PERFORM 3900-PRINT-UNMATCHED-COMMENTS
           END-IF.

           CLOSE BULLETIN-FILE.
           MOVE WS-BULLETIN-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.
           IF NOT WS-MODE-SELECTIF
               PERFORM 3195-KEEP-CORRECTION-DISTRIBUTION
               CLOSE DISTRIBUTION-FILE
           END-IF.
           IF WS-MODE-RECTIFICATIF
               IF WS-DISTRIBUTION-FILE-STATUS = "00"
                   CLOSE DISTRIBUTION-FILE
               END-IF
               PERFORM 3390-CHECK-UNPRINTED-CORRECTIONS
               DISPLAY "Bulletins rectificatifs edites : "
                   WS-RCT-NB-EDITES "  Suivis de distribution "&
                   "ajoutes : " WS-RCT-NB-DISTRIB
           END-IF.

           PRINT-BULLETINS-END.
           *>========================
               EXIT.

       3100-PRINT-ONE-BULLETIN SECTION.
       *>-----------------------------------

           PRINT-ONE-BULLETIN-START.
           *>===========================

           PERFORM 3105-PRINT-PAGE-HEADER.
           IF WS-MODE-RECTIFICATIF
               PERFORM 3330-PRINT-CORRECTION-BANNER
           END-IF.

           MOVE 0 TO WS-NB-BULL-MSTAT.

           PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                   WS-INDEX-TRIM > 3
               IF WS-NB-NOTES(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM) > 0 AND
                       (WS-SEL-TRIMESTRE = 0 OR
                        WS-INDEX-TRIM = WS-SEL-TRIMESTRE)
                   SET WS-EDIT-TRIM TO WS-INDEX-TRIM
                   MOVE SPACES TO BULLETIN-RECORD
                   STRING "  Trimestre " WS-EDIT-TRIM
           *>===========================
               EXIT.

       3020-COMPUTE-CLASSE-MATIERES SECTION.
       *>----------------------------------------

           COMPUTE-CLASSE-MATIERES-START.
           *>==============================

      *> Les notes hors inscription sont deja ecartees par
      *> 1970-APPLY-ENROLMENTS : seuls les inscrits sont comptes.
           MOVE 0 TO WS-NB-CLASSE-MATIERE.
           IF WS-NB-HORS-INSCRIPTION > 0
               DISPLAY "Classe " WS-ID-COURANTE " : "
                   WS-NB-HORS-INSCRIPTION
                   " note(s) hors inscription d'option ecartee(s)."
           END-IF.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1 UNTIL
                   WS-INDEX-ELEVE > WS-NB-ELEVES(WS-INDEX-CLASSE)
               PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                       WS-INDEX-TRIM > 3
                   PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                           WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                               WS-INDEX-ELEVE WS-INDEX-TRIM)
                       IF NOT PAS-DE-NOTE(WS-INDEX-CLASSE
                               WS-INDEX-ELEVE WS-INDEX-TRIM
                               WS-INDEX-NOTE) AND
                               (WS-SEL-TRIMESTRE = 0 OR
                                WS-INDEX-TRIM = WS-SEL-TRIMESTRE)
                           PERFORM 3025-CUMULATE-CLASSE-MATIERE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

           COMPUTE-CLASSE-MATIERES-END.
           *>============================
               EXIT.

       3025-CUMULATE-CLASSE-MATIERE SECTION.
       *>----------------------------------------

           CUMULATE-CLASSE-MATIERE-START.
           *>==============================

           PERFORM VARYING WS-INDEX-CMAT FROM 1 BY 1 UNTIL
                   WS-INDEX-CMAT > WS-NB-CLASSE-MATIERE
               IF WS-CMAT-NOM(WS-INDEX-CMAT) =
                       WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-INDEX-CMAT > WS-NB-CLASSE-MATIERE
               IF WS-NB-CLASSE-MATIERE >= 20
                   GO TO CUMULATE-CLASSE-MATIERE-END
               END-IF
               ADD 1 TO WS-NB-CLASSE-MATIERE
               SET WS-INDEX-CMAT TO WS-NB-CLASSE-MATIERE
               MOVE WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                   WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-CMAT-NOM(WS-INDEX-CMAT)
               MOVE 0 TO WS-CMAT-CUMUL-NOTE(WS-INDEX-CMAT)
               MOVE 0 TO WS-CMAT-COUNT(WS-INDEX-CMAT)
           END-IF.
           ADD WS-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE WS-INDEX-TRIM
               WS-INDEX-NOTE) TO WS-CMAT-CUMUL-NOTE(WS-INDEX-CMAT).
           ADD 1 TO WS-CMAT-COUNT(WS-INDEX-CMAT).

           CUMULATE-CLASSE-MATIERE-END.
           *>============================
               EXIT.

       3010-SNAPSHOT-DISTRIBUTION SECTION.
       *>--------------------------------------

                       TO DS-MATRICULE
                   MOVE WS-DIST-TRIM TO DS-TRIMESTRE
                   MOVE WS-DATE-COURANTE TO DS-DATE-EDITION
                   MOVE FUNCTION CURRENT-DATE(9:6) TO
                       DS-HEURE-EDITION
                   MOVE "EDITE" TO DS-STATUT
                   MOVE 0 TO DS-DATE-STATUT
                   IF WS-DIST-SNAPSHOT-PRESENT
           *>===============================
               EXIT.

       3190-KEEP-HELD-DISTRIBUTION SECTION.
       *>---------------------------------------

           KEEP-HELD-DISTRIBUTION-START.
           *>=============================

      *> Classe retenue : aucun bulletin n'est edite, le suivi des
      *> editions precedentes de la classe est repris tel quel. Les
      *> rectificatifs sont repris a part par 3195.
           MOVE "N" TO WS-EOF-DTEMP.
           IF NOT WS-DIST-SNAPSHOT-PRESENT
               GO TO KEEP-HELD-DISTRIBUTION-END
           END-IF.
           OPEN INPUT DIST-TEMP-FILE.
           IF WS-DIST-TEMP-STATUS NOT = "00"
               GO TO KEEP-HELD-DISTRIBUTION-END
           END-IF.
           PERFORM UNTIL WS-END-OF-DTEMP
               READ DIST-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DTEMP
                   NOT AT END
                       IF DT-ID-CLASSE = WS-ID-COURANTE AND
                               NOT DT-RECTIFICATIF
                           MOVE DIST-TEMP-RECORD TO
                               DISTRIBUTION-RECORD
                           WRITE DISTRIBUTION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-TEMP-FILE.

           KEEP-HELD-DISTRIBUTION-END.
           *>===========================
               EXIT.

       3195-KEEP-CORRECTION-DISTRIBUTION SECTION.
       *>--------------------------------------------

           KEEP-CORRECTION-DISTRIBUTION-START.
           *>===================================

      *> Les lignes des rectificatifs deja edites gardent leur propre
      *> suivi : une reedition complete les reporte telles quelles.
           MOVE "N" TO WS-EOF-DTEMP.
           IF NOT WS-DIST-SNAPSHOT-PRESENT
               GO TO KEEP-CORRECTION-DISTRIBUTION-END
           END-IF.
           OPEN INPUT DIST-TEMP-FILE.
           IF WS-DIST-TEMP-STATUS NOT = "00"
               GO TO KEEP-CORRECTION-DISTRIBUTION-END
           END-IF.
           PERFORM UNTIL WS-END-OF-DTEMP
               READ DIST-TEMP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-DTEMP
                   NOT AT END
                       IF DT-RECTIFICATIF
                           MOVE DIST-TEMP-RECORD TO
                               DISTRIBUTION-RECORD
                           WRITE DISTRIBUTION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DIST-TEMP-FILE.

           KEEP-CORRECTION-DISTRIBUTION-END.
           *>=================================
               EXIT.

       3185-CARRY-FORWARD-DISTRIBUTION SECTION.
       *>-------------------------------------------

                       MOVE "Y" TO WS-EOF-DTEMP
                   NOT AT END
                       IF DT-TRIMESTRE = DS-TRIMESTRE AND
                               NOT DT-RECTIFICATIF AND
                               ((DS-MATRICULE > 0 AND
                               DT-MATRICULE IS NUMERIC AND
                               DT-MATRICULE = DS-MATRICULE)
                                   DT-DATE-EDITION > 0
                               MOVE DT-DATE-EDITION TO
                                   DS-DATE-EDITION
                               IF DT-HEURE-EDITION IS NUMERIC
                                   MOVE DT-HEURE-EDITION TO
                                       DS-HEURE-EDITION
                               ELSE
                                   MOVE 0 TO DS-HEURE-EDITION
                               END-IF
                           END-IF
                       END-IF
               END-READ
               WS-INDEX-NOTE) TO WS-EDIT-COEFF.
           MOVE WS-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE WS-INDEX-TRIM
               WS-INDEX-NOTE) TO WS-EDIT-NOTE.
           MOVE "N" TO WS-RCT-LIGNE.
           IF WS-MODE-RECTIFICATIF
               PERFORM 3340-FIND-CORRECTED-LINE
           END-IF.
           MOVE SPACES TO BULLETIN-RECORD.
           IF WS-RCT-LIGNE-MODIFIEE
               STRING "**  " WS-MATIERE(WS-INDEX-CLASSE
                           WS-INDEX-ELEVE WS-INDEX-TRIM WS-INDEX-NOTE)
                       " (coeff " WS-EDIT-COEFF ") : " WS-EDIT-NOTE
                       "  << rectifiee, motif " WS-RCT-LIGNE-MOTIF
                   DELIMITED BY SIZE INTO BULLETIN-RECORD
               END-STRING
           ELSE
               STRING "    " WS-MATIERE(WS-INDEX-CLASSE
                           WS-INDEX-ELEVE WS-INDEX-TRIM WS-INDEX-NOTE)
                       " (coeff " WS-EDIT-COEFF ") : " WS-EDIT-NOTE
                   DELIMITED BY SIZE INTO BULLETIN-RECORD
               END-STRING
           END-IF.
           WRITE BULLETIN-RECORD.

           PERFORM 3112-PRINT-SUBJECT-DEVOIRS.
           PERFORM 3115-PRINT-SUBJECT-COMMENT.

           PRINT-BULLETIN-SUBJECT-LINE-END.
           *>=====================================
               EXIT.

       3112-PRINT-SUBJECT-DEVOIRS SECTION.
       *>--------------------------------------

           PRINT-SUBJECT-DEVOIRS-START.
           *>============================

           PERFORM VARYING WS-INDEX-DEV FROM 1 BY 1 UNTIL
                   WS-INDEX-DEV > WS-DEVOIR-COUNT
               IF WS-DEV-ELEVE(WS-INDEX-DEV) = WS-INDEX-ELEVE AND
                       WS-DEV-TRIM(WS-INDEX-DEV) = WS-INDEX-TRIM AND
                       WS-DEV-MATIERE(WS-INDEX-DEV) =
                           WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                               WS-INDEX-TRIM WS-INDEX-NOTE)
                   MOVE WS-DEV-POIDS(WS-INDEX-DEV) TO
                       WS-EDIT-DEV-POIDS
                   MOVE SPACES TO BULLETIN-RECORD
                   IF WS-DEV-PRESENT(WS-INDEX-DEV) = "Y"
                       MOVE WS-DEV-NOTE(WS-INDEX-DEV) TO
                           WS-EDIT-DEV-NOTE
                       MOVE WS-DEV-BAREME(WS-INDEX-DEV) TO
                           WS-EDIT-DEV-BAREME
                       MOVE WS-DEV-NOTE-20(WS-INDEX-DEV) TO
                           WS-EDIT-NOTE
                       STRING "      " WS-DEV-TYPE(WS-INDEX-DEV)
                               " du " WS-DEV-DATE(WS-INDEX-DEV)
                               " (poids " WS-EDIT-DEV-POIDS ") : "
                               WS-EDIT-DEV-NOTE "/"
                               WS-EDIT-DEV-BAREME " soit "
                               WS-EDIT-NOTE "/20"
                           DELIMITED BY SIZE INTO BULLETIN-RECORD
                       END-STRING
                   ELSE
                       STRING "      " WS-DEV-TYPE(WS-INDEX-DEV)
                               " du " WS-DEV-DATE(WS-INDEX-DEV)
                               " (poids " WS-EDIT-DEV-POIDS ") : "
                               "absent"
                           DELIMITED BY SIZE INTO BULLETIN-RECORD
                       END-STRING
                   END-IF
                   WRITE BULLETIN-RECORD
               END-IF
           END-PERFORM.

           PRINT-SUBJECT-DEVOIRS-END.
           *>==========================
               EXIT.

       3115-PRINT-SUBJECT-COMMENT SECTION.
       *>-------------------------------------

           IF WS-BMSTAT-COUNT(WS-INDEX-BMSTAT) > 0
               COMPUTE WS-EDIT-NOTE = WS-BMSTAT-CUMUL-NOTE(
                   WS-INDEX-BMSTAT) / WS-BMSTAT-COUNT(WS-INDEX-BMSTAT)
               MOVE 0 TO WS-EDIT-NOTE-CLASSE
               PERFORM VARYING WS-INDEX-CMAT FROM 1 BY 1 UNTIL
                       WS-INDEX-CMAT > WS-NB-CLASSE-MATIERE
                   IF WS-CMAT-NOM(WS-INDEX-CMAT) =
                           WS-BMSTAT-NOM(WS-INDEX-BMSTAT) AND
                           WS-CMAT-COUNT(WS-INDEX-CMAT) > 0
                       COMPUTE WS-EDIT-NOTE-CLASSE =
                           WS-CMAT-CUMUL-NOTE(WS-INDEX-CMAT) /
                           WS-CMAT-COUNT(WS-INDEX-CMAT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO BULLETIN-RECORD
               STRING "  Moyenne " WS-BMSTAT-NOM(WS-INDEX-BMSTAT)
                       " : " WS-EDIT-NOTE
                       "  (classe : " WS-EDIT-NOTE-CLASSE ")"
                   DELIMITED BY SIZE INTO BULLETIN-RECORD
               END-STRING
               WRITE BULLETIN-RECORD
           *>=========================================
               EXIT.

       3300-PRINT-ONE-CORRECTION SECTION.
       *>-------------------------------------

           PRINT-ONE-CORRECTION-START.
           *>===========================

           PERFORM 3310-FIND-STUDENT-CORRECTIONS.
           IF NOT WS-RCT-ELEVE-CONCERNE
               GO TO PRINT-ONE-CORRECTION-END
           END-IF.

           PERFORM 3100-PRINT-ONE-BULLETIN.
           ADD 1 TO WS-RCT-NB-EDITES.
           PERFORM 3320-WRITE-CORRECTION-DISTRIBUTION.

      *> Une ligne modifiee ne sert qu'a un bulletin : un homonyme
      *> de la meme classe ne la reprend pas.
           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "Y"
                   MOVE "E" TO WS-RCT-ELEVE(WS-INDEX-RCT)
               END-IF
           END-PERFORM.

           PRINT-ONE-CORRECTION-END.
           *>=========================
               EXIT.

       3310-FIND-STUDENT-CORRECTIONS SECTION.
       *>-----------------------------------------

           FIND-STUDENT-CORRECTIONS-START.
           *>===============================

      *> Meme rapprochement que le report de suivi : matricule quand
      *> il est connu, sinon classe, nom et prenom.
           MOVE "N" TO WS-RCT-CONCERNE.
           MOVE "NNN" TO WS-RCT-TRIMESTRES.
           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "N" AND
                       ((WS-RCT-MATRICULE(WS-INDEX-RCT) > 0 AND
                       WS-RCT-MATRICULE(WS-INDEX-RCT) =
                       WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE))
                       OR
                       (WS-RCT-CLASSE(WS-INDEX-RCT) =
                           WS-ID(WS-INDEX-CLASSE) AND
                       WS-RCT-NOM(WS-INDEX-RCT) =
                           WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) AND
                       WS-RCT-PRENOM(WS-INDEX-RCT) =
                           WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE)))
                   MOVE "Y" TO WS-RCT-CONCERNE
                   MOVE "Y" TO WS-RCT-ELEVE(WS-INDEX-RCT)
                   MOVE "Y" TO WS-RCT-TRIM-RETENU(
                       WS-RCT-TRIM(WS-INDEX-RCT))
               END-IF
           END-PERFORM.

           FIND-STUDENT-CORRECTIONS-END.
           *>=============================
               EXIT.

       3320-WRITE-CORRECTION-DISTRIBUTION SECTION.
       *>---------------------------------------------

           WRITE-CORRECTION-DISTRIBUTION-START.
           *>====================================

      *> Une ligne de nature C par trimestre rectifie : DISTRIB-SUIVI
      *> en suit la remise comme pour un bulletin ordinaire.
           IF WS-DISTRIBUTION-FILE-STATUS NOT = "00"
               GO TO WRITE-CORRECTION-DISTRIBUTION-END
           END-IF.
           PERFORM VARYING WS-DIST-TRIM FROM 1 BY 1 UNTIL
                   WS-DIST-TRIM > 3
               IF WS-RCT-TRIM-RETENU(WS-DIST-TRIM) NOT = "N"
                   MOVE SPACES TO DISTRIBUTION-RECORD
                   MOVE WS-ID(WS-INDEX-CLASSE) TO DS-ID-CLASSE
                   MOVE WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                       DS-NOM
                   MOVE WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                       DS-PRENOM
                   MOVE WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE)
                       TO DS-MATRICULE
                   MOVE WS-DIST-TRIM TO DS-TRIMESTRE
                   MOVE WS-DATE-COURANTE TO DS-DATE-EDITION
                   MOVE FUNCTION CURRENT-DATE(9:6) TO
                       DS-HEURE-EDITION
                   MOVE "EDITE" TO DS-STATUT
                   MOVE 0 TO DS-DATE-STATUT
                   MOVE "C" TO DS-NATURE
                   WRITE DISTRIBUTION-RECORD
                   ADD 1 TO WS-RCT-NB-DISTRIB
               END-IF
           END-PERFORM.

           WRITE-CORRECTION-DISTRIBUTION-END.
           *>==================================
               EXIT.

       3330-PRINT-CORRECTION-BANNER SECTION.
       *>----------------------------------------

           PRINT-CORRECTION-BANNER-START.
           *>==============================

           MOVE "  *** BULLETIN RECTIFICATIF ***" TO BULLETIN-RECORD.
           WRITE BULLETIN-RECORD.

           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "Y"
                   PERFORM 3335-PRINT-REPLACED-EDITION
               END-IF
           END-PERFORM.

           MOVE "  Lignes rectifiees :" TO BULLETIN-RECORD.
           WRITE BULLETIN-RECORD.
           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "Y"
                   PERFORM 3338-PRINT-ONE-CHANGE
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO BULLETIN-RECORD.
           WRITE BULLETIN-RECORD.

           PRINT-CORRECTION-BANNER-END.
           *>============================
               EXIT.

       3335-PRINT-REPLACED-EDITION SECTION.
       *>---------------------------------------

           PRINT-REPLACED-EDITION-START.
           *>=============================

      *> Une seule ligne par trimestre : la premiere ligne modifiee du
      *> trimestre porte l'edition remplacee.
           MOVE WS-RCT-TRIM(WS-INDEX-RCT) TO WS-DIST-TRIM.
           IF WS-RCT-TRIM-RETENU(WS-DIST-TRIM) NOT = "Y"
               GO TO PRINT-REPLACED-EDITION-END
           END-IF.
           MOVE "P" TO WS-RCT-TRIM-RETENU(WS-DIST-TRIM).

           MOVE SPACES TO WS-EDIT-RCT-DATE.
           IF WS-RCT-DATE-EDITION(WS-INDEX-RCT) > 0
               STRING WS-RCT-DATE-EDITION(WS-INDEX-RCT)(7:2) "/"
                       WS-RCT-DATE-EDITION(WS-INDEX-RCT)(5:2) "/"
                       WS-RCT-DATE-EDITION(WS-INDEX-RCT)(1:4)
                   DELIMITED BY SIZE INTO WS-EDIT-RCT-DATE
               END-STRING
           END-IF.
           MOVE SPACES TO BULLETIN-RECORD.
           STRING "  Annule et remplace le bulletin du trimestre "
                   WS-DIST-TRIM " edite le " WS-EDIT-RCT-DATE
               DELIMITED BY SIZE INTO BULLETIN-RECORD
           END-STRING.
           WRITE BULLETIN-RECORD.

           PRINT-REPLACED-EDITION-END.
           *>===========================
               EXIT.

       3338-PRINT-ONE-CHANGE SECTION.
       *>---------------------------------

           PRINT-ONE-CHANGE-START.
           *>=======================

           IF WS-RCT-ANC-FLAG(WS-INDEX-RCT) = "N"
               MOVE "non note" TO WS-EDIT-RCT-ANC
           ELSE
               MOVE WS-RCT-ANC-NOTE(WS-INDEX-RCT) TO WS-EDIT-RCT-NOTE
               MOVE WS-EDIT-RCT-NOTE TO WS-EDIT-RCT-ANC
           END-IF.
           IF WS-RCT-NOUV-FLAG(WS-INDEX-RCT) = "N"
               MOVE "non note" TO WS-EDIT-RCT-NOUV
           ELSE
               MOVE WS-RCT-NOUV-NOTE(WS-INDEX-RCT) TO
                   WS-EDIT-RCT-NOTE
               MOVE WS-EDIT-RCT-NOTE TO WS-EDIT-RCT-NOUV
           END-IF.
           MOVE SPACES TO BULLETIN-RECORD.
           STRING "  ** T" WS-RCT-TRIM(WS-INDEX-RCT) " "
                   WS-RCT-MATIERE(WS-INDEX-RCT) " "
                   WS-EDIT-RCT-ANC " -> " WS-EDIT-RCT-NOUV
                   "  motif " WS-RCT-MOTIF(WS-INDEX-RCT)
               DELIMITED BY SIZE INTO BULLETIN-RECORD
           END-STRING.
           WRITE BULLETIN-RECORD.

           PRINT-ONE-CHANGE-END.
           *>=====================
               EXIT.

       3340-FIND-CORRECTED-LINE SECTION.
       *>-------------------------------------

           FIND-CORRECTED-LINE-START.
           *>==========================

      *> La derniere modification de la matiere donne le motif
      *> imprime en regard de la note.
           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "Y" AND
                       WS-RCT-TRIM(WS-INDEX-RCT) = WS-INDEX-TRIM AND
                       WS-RCT-MATIERE(WS-INDEX-RCT) =
                           WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                               WS-INDEX-TRIM WS-INDEX-NOTE)
                   MOVE "Y" TO WS-RCT-LIGNE
                   MOVE WS-RCT-MOTIF(WS-INDEX-RCT) TO
                       WS-RCT-LIGNE-MOTIF
               END-IF
           END-PERFORM.

           FIND-CORRECTED-LINE-END.
           *>========================
               EXIT.

       3390-CHECK-UNPRINTED-CORRECTIONS SECTION.
       *>--------------------------------------------

           CHECK-UNPRINTED-CORRECTIONS-START.
           *>==================================

      *> Un eleve sorti des donnees depuis l'edition n'a pas de
      *> bulletin a reediter : il reste sur la liste du chef
      *> d'etablissement et est signale ici.
           PERFORM VARYING WS-INDEX-RCT FROM 1 BY 1 UNTIL
                   WS-INDEX-RCT > WS-RCT-COUNT
               IF WS-RCT-ELEVE(WS-INDEX-RCT) = "N"
                   DISPLAY "Rectificatif non edite, eleve introuvable :"
                       " " WS-RCT-CLASSE(WS-INDEX-RCT) " "
                       WS-RCT-NOM(WS-INDEX-RCT) " "
                       WS-RCT-PRENOM(WS-INDEX-RCT) " T"
                       WS-RCT-TRIM(WS-INDEX-RCT)
               END-IF
           END-PERFORM.

           CHECK-UNPRINTED-CORRECTIONS-END.
           *>================================
               EXIT.

       3900-PRINT-UNMATCHED-COMMENTS SECTION.
       *>-----------------------------------------

           END-PERFORM.

           CLOSE RANKING-FILE.
           MOVE WS-RANKING-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PRINT-RANKING-END.
           *>======================
           *>=============================

           MOVE 0 TO WS-NB-MATIERE-STATS.
           MOVE 0 TO WS-NB-CMS.
           PERFORM 5050-LOAD-LOST-HOURS.

           PERFORM VARYING WS-NUM-CLASSE FROM 1 BY 1 UNTIL
                   WS-NUM-CLASSE > WS-NB-CLASSES
                                   WS-INDEX-ELEVE WS-INDEX-TRIM
                                   WS-INDEX-NOTE)
                               PERFORM 5100-ACCUMULATE-SUBJECT-STAT
                               IF WS-PABS-EST-DISPONIBLE
                                   PERFORM 5150-ACCUMULATE-CLASS-STAT
                               END-IF
                           END-IF
                       END-PERFORM
                   END-PERFORM
                   WS-INDEX-MSTAT > WS-NB-MATIERE-STATS
               PERFORM 5200-PRINT-ONE-SUBJECT-STAT
           END-PERFORM.
           IF WS-PABS-EST-DISPONIBLE
               PERFORM 5300-PRINT-CLASS-LOST-HOURS
           END-IF.
           CLOSE SUBJECT-STATS-FILE.
           MOVE WS-STATS-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PRINT-SUBJECT-STATS-END.
           *>=============================
               EXIT.

       5050-LOAD-LOST-HOURS SECTION.
       *>--------------------------------

           LOAD-LOST-HOURS-START.
           *>======================

      *> Sans PROFABS.DAT les statistiques restent celles de
      *> l'etablissement seul. Sinon les heures perdues sont
      *> comptees de la rentree (1er septembre) a aujourd'hui.
           PERFORM 9310-LOAD-TEACHER-ABSENCES.
           IF NOT WS-PABS-EST-DISPONIBLE
               GO TO LOAD-LOST-HOURS-END
           END-IF.
           PERFORM 9270-LOAD-TIMETABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERTE-PERIODE-FIN.
           MOVE WS-PERTE-PERIODE-FIN TO WS-DATE-RENTREE.
           IF WS-RENTREE-MMJJ < 0901
               SUBTRACT 1 FROM WS-RENTREE-ANNEE
           END-IF.
           MOVE 0901 TO WS-RENTREE-MMJJ.
           MOVE WS-DATE-RENTREE TO WS-PERTE-PERIODE-DEBUT.
           PERFORM 9320-COMPUTE-LOST-HOURS.

           LOAD-LOST-HOURS-END.
           *>====================
               EXIT.

       5100-ACCUMULATE-SUBJECT-STAT SECTION.
       *>-----------------------------------------

           *>================================
               EXIT.

       5150-ACCUMULATE-CLASS-STAT SECTION.
       *>--------------------------------------

           ACCUMULATE-CLASS-STAT-START.
           *>============================

      *> Les classes sont chargees l'une apres l'autre : la ligne de
      *> la classe courante se cherche depuis la fin de la table.
           MOVE "N" TO WS-CMS-FOUND.
           PERFORM VARYING WS-INDEX-CMS FROM WS-NB-CMS BY -1 UNTIL
                   WS-INDEX-CMS < 1
               IF WS-CMS-CLASSE(WS-INDEX-CMS) NOT =
                       WS-ID(WS-INDEX-CLASSE)
                   EXIT PERFORM
               END-IF
               IF WS-CMS-NOM(WS-INDEX-CMS) =
                       WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE)
                   MOVE "Y" TO WS-CMS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-CMS-IS-FOUND
               IF WS-NB-CMS >= 2000
                   GO TO ACCUMULATE-CLASS-STAT-END
               END-IF
               ADD 1 TO WS-NB-CMS
               SET WS-INDEX-CMS TO WS-NB-CMS
               MOVE WS-ID(WS-INDEX-CLASSE) TO
                   WS-CMS-CLASSE(WS-INDEX-CMS)
               MOVE WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-CMS-NOM(WS-INDEX-CMS)
               MOVE 0 TO WS-CMS-CUMUL-NOTE(WS-INDEX-CMS)
               MOVE 0 TO WS-CMS-COUNT(WS-INDEX-CMS)
           END-IF.

           ADD WS-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE WS-INDEX-TRIM
                   WS-INDEX-NOTE) TO WS-CMS-CUMUL-NOTE(WS-INDEX-CMS).
           ADD 1 TO WS-CMS-COUNT(WS-INDEX-CMS).

           ACCUMULATE-CLASS-STAT-END.
           *>==========================
               EXIT.

       5200-PRINT-ONE-SUBJECT-STAT SECTION.
       *>-----------------------------------------

           *>================================
               EXIT.

       5300-PRINT-CLASS-LOST-HOURS SECTION.
       *>---------------------------------------

           PRINT-CLASS-LOST-HOURS-START.
           *>=============================

           MOVE SPACES TO STATS-RECORD.
           WRITE STATS-RECORD.
           MOVE SPACES TO STATS-RECORD.
           STRING "--- Par classe, heures perdues depuis le "
                   WS-DATE-RENTREE(7:2) "/" WS-DATE-RENTREE(5:2) "/"
                   WS-DATE-RENTREE(1:4) " ---"
               DELIMITED BY SIZE INTO STATS-RECORD
           END-STRING.
           WRITE STATS-RECORD.
           MOVE "Classe Matiere              Moy.  Perdues  Non couv."
               TO STATS-RECORD.
           WRITE STATS-RECORD.

           PERFORM VARYING WS-INDEX-CMS FROM 1 BY 1 UNTIL
                   WS-INDEX-CMS > WS-NB-CMS
               PERFORM 5310-PRINT-ONE-CLASS-STAT
           END-PERFORM.

           PRINT-CLASS-LOST-HOURS-END.
           *>===========================
               EXIT.

       5310-PRINT-ONE-CLASS-STAT SECTION.
       *>-------------------------------------

           PRINT-ONE-CLASS-STAT-START.
           *>===========================

           MOVE 0 TO WS-CMS-MOYENNE.
           IF WS-CMS-COUNT(WS-INDEX-CMS) > 0
               COMPUTE WS-CMS-MOYENNE ROUNDED =
                   WS-CMS-CUMUL-NOTE(WS-INDEX-CMS) /
                   WS-CMS-COUNT(WS-INDEX-CMS)
           END-IF.

      *> L'emploi du temps porte le code matiere du referentiel ;
      *> sans referentiel, le libelle de la note sert de code.
           MOVE FUNCTION UPPER-CASE(WS-CMS-NOM(WS-INDEX-CMS)) TO
               WS-CMS-CODE.
           IF WS-NB-MCAT > 0
               MOVE WS-CMS-NOM(WS-INDEX-CMS) TO WS-MCAT-LOOKUP
               PERFORM 9350-LOOKUP-MATIERE
               IF WS-MCAT-RESOLVED-CODE NOT = SPACES
                   MOVE WS-MCAT-RESOLVED-CODE TO WS-CMS-CODE
               END-IF
           END-IF.

           MOVE 0 TO WS-CMS-PERDUES.
           MOVE 0 TO WS-CMS-NON-COUV.
           PERFORM VARYING WS-INDEX-PERTE FROM 1 BY 1 UNTIL
                   WS-INDEX-PERTE > WS-PERTE-COUNT
               IF WS-PRT-CLASSE(WS-INDEX-PERTE) =
                       WS-CMS-CLASSE(WS-INDEX-CMS) AND
                       WS-PRT-MATIERE(WS-INDEX-PERTE) = WS-CMS-CODE
                   ADD WS-PRT-PERDUES(WS-INDEX-PERTE) TO
                       WS-CMS-PERDUES
                   COMPUTE WS-CMS-NON-COUV = WS-CMS-NON-COUV +
                       WS-PRT-PERDUES(WS-INDEX-PERTE) -
                       WS-PRT-REMPLACEES(WS-INDEX-PERTE)
               END-IF
           END-PERFORM.

           MOVE WS-CMS-MOYENNE TO WS-EDIT-MOY.
           MOVE WS-CMS-PERDUES TO WS-EDIT-PERDUES.
           MOVE WS-CMS-NON-COUV TO WS-EDIT-NON-COUV.
           MOVE SPACES TO STATS-RECORD.
           STRING WS-CMS-CLASSE(WS-INDEX-CMS) "  "
                   WS-CMS-NOM(WS-INDEX-CMS) " " WS-EDIT-MOY "    "
                   WS-EDIT-PERDUES "h      " WS-EDIT-NON-COUV "h"
               DELIMITED BY SIZE INTO STATS-RECORD
           END-STRING.
           WRITE STATS-RECORD.

           PRINT-ONE-CLASS-STAT-END.
           *>=========================
               EXIT.

       6000-EXPORT-CSV SECTION.
       *>---------------------------------------------------------------

           END-PERFORM.

           CLOSE CSV-FILE.
           MOVE WS-CSV-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           EXPORT-CSV-END.
           *>===================
                       WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                           WS-INDEX-ELEVE WS-INDEX-TRIM)
                   IF NOT PAS-DE-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE) AND
                           (WS-SEL-TRIMESTRE = 0 OR
                            WS-INDEX-TRIM = WS-SEL-TRIMESTRE)
                       PERFORM 6210-EXPORT-ONE-CSV-NOTE-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE PROGRESSION-FILE.
           MOVE WS-PROGRESSION-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PRINT-PROGRESSION-END.
           *>======================
           END-PERFORM.

           CLOSE HONOR-FILE.
           MOVE WS-HONOR-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PRINT-HONOR-AND-RISK-END.
           *>=========================
                       WS-INDEX-ELEVE >
                           WS-NB-ELEVES(WS-INDEX-CLASSE)
                   PERFORM 8210-WRITE-ONE-ELEVE-ARCHIVE
                   PERFORM 8215-WRITE-ELEVE-MATIERES-ARCHIVE
               END-PERFORM
               PERFORM 7120-BUILD-SUBJECT-DELTAS
               PERFORM VARYING WS-INDEX-PSUBJ FROM 1 BY 1 UNTIL
           *>============================
               EXIT.

       8215-WRITE-ELEVE-MATIERES-ARCHIVE SECTION.
       *>--------------------------------------------

           WRITE-ELEVE-MATIERES-ARCHIVE-START.
           *>===================================

      *> Moyenne annuelle de l'eleve par matiere (moyenne des notes
      *> presentes sur les trois trimestres), une ligne S chacune.
           MOVE 0 TO WS-NB-ARC-EM.
           PERFORM VARYING WS-INDEX-TRIM FROM 1 BY 1 UNTIL
                   WS-INDEX-TRIM > 3
               PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1 UNTIL
                       WS-INDEX-NOTE > WS-NB-NOTES(WS-INDEX-CLASSE
                           WS-INDEX-ELEVE WS-INDEX-TRIM)
                   IF NOT PAS-DE-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE)
                       PERFORM 8216-CUMULATE-ELEVE-MATIERE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-INDEX-AEM FROM 1 BY 1 UNTIL
                   WS-INDEX-AEM > WS-NB-ARC-EM
               MOVE SPACES TO ARCHIVE-RECORD
               MOVE "S" TO ARC-TYPE
               MOVE WS-ANNEE-SCOLAIRE TO ARC-ANNEE
               MOVE WS-ID(WS-INDEX-CLASSE) TO ARC-CLASSE
               MOVE WS-NOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                   ARC-EM-NOM
               MOVE WS-PRENOM(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                   ARC-EM-PRENOM
               MOVE WS-AEM-MATIERE(WS-INDEX-AEM) TO ARC-EM-MATIERE
               COMPUTE ARC-EM-MOYENNE ROUNDED =
                   WS-AEM-CUMUL(WS-INDEX-AEM) /
                       WS-AEM-COUNT(WS-INDEX-AEM)
               MOVE WS-MATRICULE(WS-INDEX-CLASSE WS-INDEX-ELEVE) TO
                   ARC-EM-MATRICULE
               WRITE ARCHIVE-RECORD
           END-PERFORM.

           WRITE-ELEVE-MATIERES-ARCHIVE-END.
           *>=================================
               EXIT.

       8216-CUMULATE-ELEVE-MATIERE SECTION.
       *>---------------------------------------

           CUMULATE-ELEVE-MATIERE-START.
           *>=============================

           MOVE "N" TO WS-AEM-FOUND.
           PERFORM VARYING WS-INDEX-AEM FROM 1 BY 1 UNTIL
                   WS-INDEX-AEM > WS-NB-ARC-EM
               IF WS-AEM-MATIERE(WS-INDEX-AEM) =
                       WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                           WS-INDEX-TRIM WS-INDEX-NOTE)
                   MOVE "Y" TO WS-AEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-AEM-IS-FOUND
               IF WS-NB-ARC-EM >= 30
                   GO TO CUMULATE-ELEVE-MATIERE-END
               END-IF
               ADD 1 TO WS-NB-ARC-EM
               SET WS-INDEX-AEM TO WS-NB-ARC-EM
               MOVE WS-MATIERE(WS-INDEX-CLASSE WS-INDEX-ELEVE
                       WS-INDEX-TRIM WS-INDEX-NOTE) TO
                   WS-AEM-MATIERE(WS-INDEX-AEM)
               MOVE 0 TO WS-AEM-CUMUL(WS-INDEX-AEM)
               MOVE 0 TO WS-AEM-COUNT(WS-INDEX-AEM)
           END-IF.

           ADD WS-NOTE(WS-INDEX-CLASSE WS-INDEX-ELEVE WS-INDEX-TRIM
               WS-INDEX-NOTE) TO WS-AEM-CUMUL(WS-INDEX-AEM).
           ADD 1 TO WS-AEM-COUNT(WS-INDEX-AEM).

           CUMULATE-ELEVE-MATIERE-END.
           *>===========================
               EXIT.

       8220-WRITE-ONE-MATIERE-ARCHIVE SECTION.
       *>-----------------------------------------

               PERFORM 8530-WRITE-UNMATCHED-FAMILIES
           END-PERFORM.

           IF WS-SEL-NB-CLASSES = 0
               PERFORM 8540-SWEEP-UNKNOWN-CLASSES
           END-IF.

           CLOSE MAILING-FILE.
           MOVE WS-MAILING-FILE-NAME TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           IF WS-CNT-SANS-ADRESSE > 0 OR WS-CNT-FAM-UNMATCHED > 0
               DISPLAY "Publipostage : " WS-CNT-SANS-ADRESSE

       COPY MATCATPR.

       COPY PROFPR.

       COPY EDTPR.

       COPY PABSPR.

       COPY INSCPR.

       COPY DIAGPR REPLACING PROGRAM-TAG BY "TABLE-EXERCICES".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "TABLE-EXERCICES".

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "TABLE-EXERCICES".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "TABLE-EXERCICES".

       END PROGRAM TABLE-EXERCICES.

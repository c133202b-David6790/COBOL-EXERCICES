       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIE-FORMATION.
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
      *> Maitre du jeu de formation : meme organisation et memes cles
      *> que ELEVMAST.DAT pour que toute la suite puisse l'ouvrir.
           SELECT TRAINING-MASTER-FILE ASSIGN USING WS-CIBLE-NOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MATRICULE
               ALTERNATE RECORD KEY IS TM-CLASSE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TM-NOM-PRENOM
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAINING-MASTER-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN USING WS-CIBLE-NOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

       FD  TRAINING-MASTER-FILE.
       01  TRAINING-MASTER-RECORD.
           05 TM-CLASSE-NOM.
               10 TM-ID-CLASSE           PIC X(5).
               10 TM-NOM-PRENOM.
                   15 TM-NOM             PIC X(12).
                   15 TM-PRENOM          PIC X(12).
           05 TM-MATRICULE               PIC 9(6).
           05 TM-TRIMESTRES              PIC X(786).

       FD  SOURCE-FILE.
       01  SOURCE-RECORD                PIC X(1000).

       FD  TARGET-FILE.
       01  TARGET-RECORD                PIC X(1000).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-TRAINING-MASTER-STATUS PIC X(2).
       01  WS-SOURCE-FILE-STATUS PIC X(2).
       01  WS-TARGET-FILE-STATUS PIC X(2).
       01  WS-SOURCE-NOM PIC X(12).
       01  WS-CIBLE-NOM PIC X(60).
       01  WS-REPERTOIRE PIC X(40).
       01  WS-EOF-SOURCE PIC X VALUE "N".
           88  WS-END-OF-SOURCE VALUE "Y".
       01  WS-EOF-MASTER PIC X VALUE "N".
           88  WS-END-OF-MASTER VALUE "Y".

      *> Positions des champs d'identite dans chaque fichier plat
      *> (0 = champ absent), comme dans DROITS-ELEVE et INTEGRITE.
      *> C = copie telle quelle, A = anonymisation, F = familles
      *> (responsable et adresse en plus), H = historique TABLARCH,
      *> X = non repris, M = maitre, N = compteur de matricules.
       01  WS-CHAMP-CLASSE PIC 9(3) VALUE 0.
       01  WS-CHAMP-NOM PIC 9(3) VALUE 0.
       01  WS-CHAMP-PRENOM PIC 9(3) VALUE 0.
       01  WS-CHAMP-MATRICULE PIC 9(3) VALUE 0.
       01  WS-ACTION-FICHIER PIC X.
           88  WS-ACTION-COPIE VALUE "C".
           88  WS-ACTION-ANONYMISE VALUE "A" "F" "H".
           88  WS-ACTION-FAMILLES VALUE "F".
           88  WS-ACTION-HISTORIQUE VALUE "H".
           88  WS-ACTION-EXCLU VALUE "X".
           88  WS-ACTION-MAITRE VALUE "M".
           88  WS-ACTION-COMPTEUR VALUE "N".

      *> Correspondance ancienne / nouvelle identite. Les fiches du
      *> maitre occupent 1 a WS-MAP-MASTER-COUNT dans l'ordre des
      *> anciens matricules ; les identites rencontrees seulement
      *> dans les fichiers plats (orphelins) viennent ensuite.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 2500 TIMES
                   INDEXED BY WS-INDEX-MAP.
               10 WS-MAP-ANC-MATRICULE   PIC 9(6).
               10 WS-MAP-CLASSE          PIC X(5).
               10 WS-MAP-ANC-NOM         PIC X(12).
               10 WS-MAP-ANC-PRENOM      PIC X(12).
               10 WS-MAP-NOUV-MATRICULE  PIC 9(6).
               10 WS-MAP-NOUV-NOM        PIC X(12).
               10 WS-MAP-NOUV-PRENOM     PIC X(12).
       01  WS-MAP-MASTER-COUNT PIC 9(4) VALUE 0.
       01  WS-MAP-COUNT PIC 9(4) VALUE 0.
       01  WS-MAP-FOUND PIC X VALUE "N".
           88  WS-MAP-IS-FOUND VALUE "Y".
       01  WS-MAP-BAS PIC 9(4) COMP.
       01  WS-MAP-HAUT PIC 9(4) COMP.
       01  WS-MAP-MILIEU PIC 9(4) COMP.

       01  WS-ANC-MATRICULE PIC 9(6).
       01  WS-ANC-CLASSE PIC X(5).
       01  WS-ANC-NOM PIC X(12).
       01  WS-ANC-PRENOM PIC X(12).
       01  WS-MATRICULE-TXT PIC X(6).

      *> Pas de la permutation des nouveaux matricules : premier
      *> au-dela de la moitie de l'effectif qui lui est premier.
       01  WS-PAS PIC 9(4) COMP.
       01  WS-PGCD-A PIC 9(4) COMP.
       01  WS-PGCD-B PIC 9(4) COMP.
       01  WS-PGCD-R PIC 9(4) COMP.
       01  WS-RANG-MAP PIC 9(4) COMP.

       01  WS-GEN-SEQ PIC 9(6).
       01  WS-GEN-NOM PIC X(12).
       01  WS-GEN-PRENOM PIC X(12).
       01  WS-GEN-INDICE PIC 9(4) COMP.
       01  WS-GEN-BLOC PIC 9(4) COMP.
       01  WS-GEN-NUMERO PIC Z9.
       01  WS-GEN-ADRESSE PIC X(30).
       01  WS-GEN-RESPONSABLE PIC X(30).

      *> Noms, prenoms et voies servant a fabriquer les identites :
      *> 30 x 30 combinaisons distinctes, puis suffixe -B, -C
      *> au-dela de 900.
       01  WS-NOMS-VALEURS.
           05 FILLER PIC X(10) VALUE "MARTIN".
           05 FILLER PIC X(10) VALUE "BERNARD".
           05 FILLER PIC X(10) VALUE "THOMAS".
           05 FILLER PIC X(10) VALUE "PETIT".
           05 FILLER PIC X(10) VALUE "ROBERT".
           05 FILLER PIC X(10) VALUE "RICHARD".
           05 FILLER PIC X(10) VALUE "DURAND".
           05 FILLER PIC X(10) VALUE "DUBOIS".
           05 FILLER PIC X(10) VALUE "MOREAU".
           05 FILLER PIC X(10) VALUE "LAURENT".
           05 FILLER PIC X(10) VALUE "SIMON".
           05 FILLER PIC X(10) VALUE "MICHEL".
           05 FILLER PIC X(10) VALUE "LEFEBVRE".
           05 FILLER PIC X(10) VALUE "LEROY".
           05 FILLER PIC X(10) VALUE "ROUX".
           05 FILLER PIC X(10) VALUE "DAVID".
           05 FILLER PIC X(10) VALUE "BERTRAND".
           05 FILLER PIC X(10) VALUE "MOREL".
           05 FILLER PIC X(10) VALUE "FOURNIER".
           05 FILLER PIC X(10) VALUE "GIRARD".
           05 FILLER PIC X(10) VALUE "BONNET".
           05 FILLER PIC X(10) VALUE "LAMBERT".
           05 FILLER PIC X(10) VALUE "FONTAINE".
           05 FILLER PIC X(10) VALUE "ROUSSEAU".
           05 FILLER PIC X(10) VALUE "VINCENT".
           05 FILLER PIC X(10) VALUE "MULLER".
           05 FILLER PIC X(10) VALUE "FAURE".
           05 FILLER PIC X(10) VALUE "ANDRE".
           05 FILLER PIC X(10) VALUE "MERCIER".
           05 FILLER PIC X(10) VALUE "BLANC".
       01  WS-NOMS-TABLE REDEFINES WS-NOMS-VALEURS.
           05 WS-GEN-NOM-ENTRY OCCURS 30 TIMES PIC X(10).

       01  WS-PRENOMS-VALEURS.
           05 FILLER PIC X(10) VALUE "LUCAS".
           05 FILLER PIC X(10) VALUE "EMMA".
           05 FILLER PIC X(10) VALUE "LEO".
           05 FILLER PIC X(10) VALUE "JADE".
           05 FILLER PIC X(10) VALUE "HUGO".
           05 FILLER PIC X(10) VALUE "LOUISE".
           05 FILLER PIC X(10) VALUE "GABRIEL".
           05 FILLER PIC X(10) VALUE "ALICE".
           05 FILLER PIC X(10) VALUE "RAPHAEL".
           05 FILLER PIC X(10) VALUE "CHLOE".
           05 FILLER PIC X(10) VALUE "ARTHUR".
           05 FILLER PIC X(10) VALUE "LINA".
           05 FILLER PIC X(10) VALUE "LOUIS".
           05 FILLER PIC X(10) VALUE "MILA".
           05 FILLER PIC X(10) VALUE "JULES".
           05 FILLER PIC X(10) VALUE "ROSE".
           05 FILLER PIC X(10) VALUE "ADAM".
           05 FILLER PIC X(10) VALUE "ANNA".
           05 FILLER PIC X(10) VALUE "NATHAN".
           05 FILLER PIC X(10) VALUE "LEA".
           05 FILLER PIC X(10) VALUE "PAUL".
           05 FILLER PIC X(10) VALUE "MANON".
           05 FILLER PIC X(10) VALUE "TOM".
           05 FILLER PIC X(10) VALUE "ZOE".
           05 FILLER PIC X(10) VALUE "NOAH".
           05 FILLER PIC X(10) VALUE "CAMILLE".
           05 FILLER PIC X(10) VALUE "ETHAN".
           05 FILLER PIC X(10) VALUE "SARAH".
           05 FILLER PIC X(10) VALUE "THEO".
           05 FILLER PIC X(10) VALUE "INES".
       01  WS-PRENOMS-TABLE REDEFINES WS-PRENOMS-VALEURS.
           05 WS-GEN-PRENOM-ENTRY OCCURS 30 TIMES PIC X(10).

       01  WS-VOIES-VALEURS.
           05 FILLER PIC X(24) VALUE "RUE DES ECOLES".
           05 FILLER PIC X(24) VALUE "AVENUE DE LA GARE".
           05 FILLER PIC X(24) VALUE "RUE DU MOULIN".
           05 FILLER PIC X(24) VALUE "PLACE DE L'EGLISE".
           05 FILLER PIC X(24) VALUE "RUE VICTOR HUGO".
           05 FILLER PIC X(24) VALUE "CHEMIN DES VIGNES".
           05 FILLER PIC X(24) VALUE "RUE DE LA PAIX".
           05 FILLER PIC X(24) VALUE "ALLEE DES TILLEULS".
           05 FILLER PIC X(24) VALUE "RUE PASTEUR".
           05 FILLER PIC X(24) VALUE "BOULEVARD JEAN JAURES".
       01  WS-VOIES-TABLE REDEFINES WS-VOIES-VALEURS.
           05 WS-GEN-VOIE-ENTRY OCCURS 10 TIMES PIC X(24).

       01  WS-SUFFIXES PIC X(4) VALUE "ABCD".

       01  WS-CNT-LUS PIC 9(6) VALUE 0.
       01  WS-CNT-ANONYMISES PIC 9(6) VALUE 0.
       01  WS-CNT-FICHIERS PIC 9(3) VALUE 0.
       01  WS-CNT-ERREURS PIC 9(3) VALUE 0.
       01  WS-EDIT-COUNT PIC ZZZZZ9.

       COPY SAUVWS.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.

           DISPLAY "=== Copie anonymisee pour la formation ===".
           PERFORM 0500-CHOOSE-TARGET.
           IF WS-OPS-RUN-STATUS = "ERREUR"
               GO TO PROCEDURES-END
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Fichier maitre ELEVMAST.DAT indisponible."
               GO TO PROCEDURES-END
           END-IF.
           PERFORM 1000-LOAD-MASTER-MAP.
           CLOSE MASTER-FILE.
           IF WS-OPS-RUN-STATUS = "ERREUR"
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 1100-ASSIGN-NEW-IDENTITIES.

           PERFORM 2000-WRITE-TRAINING-MASTER.
           IF WS-OPS-RUN-STATUS = "ERREUR"
               GO TO PROCEDURES-END
           END-IF.

           PERFORM VARYING WS-INDEX-SVG FROM 1 BY 1 UNTIL
                   WS-INDEX-SVG > WS-SVG-NB-FICHIERS
               PERFORM 3000-COPY-ONE-FILE
           END-PERFORM.

           PERFORM 4000-WRITE-MATRICULE-COUNTER.

           MOVE WS-MAP-COUNT TO WS-EDIT-COUNT.
           DISPLAY "Identites remplacees : " WS-EDIT-COUNT.
           COMPUTE WS-EDIT-COUNT = WS-MAP-COUNT - WS-MAP-MASTER-COUNT.
           DISPLAY "  dont inconnues du maitre : " WS-EDIT-COUNT.
           MOVE WS-CNT-ANONYMISES TO WS-EDIT-COUNT.
           DISPLAY "Enregistrements anonymises : " WS-EDIT-COUNT
               ", fichiers ecrits : " WS-CNT-FICHIERS
               ", en erreur : " WS-CNT-ERREURS.
           IF WS-CNT-ERREURS > 0
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Jeu de formation incomplet."
           ELSE
               DISPLAY "Jeu de formation pret dans "
                   FUNCTION TRIM(WS-REPERTOIRE) "."
           END-IF.

           MOVE WS-CNT-LUS TO WS-RUN-IN.
           MOVE WS-CNT-LUS TO WS-RUN-OUT.
           MOVE WS-CNT-ERREURS TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-CHOOSE-TARGET SECTION.
       *>------------------------------

           CHOOSE-TARGET-START.
           *>====================

      *> Le jeu de formation est ecrit, sous les memes noms de
      *> fichiers, dans un repertoire distinct d'ou la suite est
      *> lancee pour les sessions de formation.
           MOVE SPACES TO WS-REPERTOIRE.
           IF RC-MODE-OVERRIDE NOT = "B" AND NOT = "b"
               DISPLAY "Repertoire du jeu de formation (vide = "&
                   "FORMATION) :"
               ACCEPT WS-REPERTOIRE
           END-IF.
           IF WS-REPERTOIRE = SPACES
               MOVE "FORMATION" TO WS-REPERTOIRE
           END-IF.
           IF WS-REPERTOIRE = "." OR ".." OR "./" OR "/"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Le jeu de formation ne peut pas remplacer "&
                   "les fichiers courants."
           END-IF.

           CHOOSE-TARGET-END.
           *>==================
               EXIT.

       0600-BUILD-TARGET-NAME SECTION.
       *>----------------------------------

           BUILD-TARGET-NAME-START.
           *>========================

           MOVE SPACES TO WS-CIBLE-NOM.
           STRING WS-REPERTOIRE DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-SOURCE-NOM DELIMITED BY SPACE
               INTO WS-CIBLE-NOM
           END-STRING.

           BUILD-TARGET-NAME-END.
           *>======================
               EXIT.

       1000-LOAD-MASTER-MAP SECTION.
       *>--------------------------------

           LOAD-MASTER-MAP-START.
           *>======================

      *> Lecture dans l'ordre de la cle primaire : la table est
      *> rangee par ancien matricule croissant.
           MOVE 0 TO WS-MAP-COUNT.
           MOVE "N" TO WS-EOF-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       IF WS-MAP-COUNT >= 2000
                           MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                           MOVE "Y" TO WS-EOF-MASTER
                           DISPLAY "Plus de 2000 fiches maitre, "&
                               "copie abandonnee."
                       ELSE
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-INDEX-MAP TO WS-MAP-COUNT
                           MOVE MST-MATRICULE TO
                               WS-MAP-ANC-MATRICULE(WS-INDEX-MAP)
                           MOVE MST-ID-CLASSE TO
                               WS-MAP-CLASSE(WS-INDEX-MAP)
                           MOVE MST-NOM TO WS-MAP-ANC-NOM(WS-INDEX-MAP)
                           MOVE MST-PRENOM TO
                               WS-MAP-ANC-PRENOM(WS-INDEX-MAP)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MAP-COUNT TO WS-MAP-MASTER-COUNT.

           LOAD-MASTER-MAP-END.
           *>====================
               EXIT.

       1100-ASSIGN-NEW-IDENTITIES SECTION.
       *>--------------------------------------

           ASSIGN-NEW-IDENTITIES-START.
           *>============================

      *> Les nouveaux matricules 1 a N sont une permutation des
      *> fiches : l'ordre des anciens matricules n'y survit pas.
           MOVE 1 TO WS-PAS.
           IF WS-MAP-MASTER-COUNT > 2
               COMPUTE WS-PAS = WS-MAP-MASTER-COUNT / 2 + 1
               MOVE 0 TO WS-PGCD-A
               PERFORM UNTIL WS-PGCD-A = 1
                   MOVE WS-MAP-MASTER-COUNT TO WS-PGCD-A
                   MOVE WS-PAS TO WS-PGCD-B
                   PERFORM UNTIL WS-PGCD-B = 0
                       COMPUTE WS-PGCD-R =
                           FUNCTION MOD(WS-PGCD-A, WS-PGCD-B)
                       MOVE WS-PGCD-B TO WS-PGCD-A
                       MOVE WS-PGCD-R TO WS-PGCD-B
                   END-PERFORM
                   IF WS-PGCD-A NOT = 1
                       ADD 1 TO WS-PAS
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-INDEX-MAP FROM 1 BY 1 UNTIL
                   WS-INDEX-MAP > WS-MAP-MASTER-COUNT
               SET WS-RANG-MAP TO WS-INDEX-MAP
               COMPUTE WS-GEN-SEQ = FUNCTION MOD(
                   (WS-RANG-MAP - 1) * WS-PAS, WS-MAP-MASTER-COUNT)
                   + 1
               PERFORM 1150-GENERATE-IDENTITY
               MOVE WS-GEN-SEQ TO WS-MAP-NOUV-MATRICULE(WS-INDEX-MAP)
               MOVE WS-GEN-NOM TO WS-MAP-NOUV-NOM(WS-INDEX-MAP)
               MOVE WS-GEN-PRENOM TO WS-MAP-NOUV-PRENOM(WS-INDEX-MAP)
           END-PERFORM.

           ASSIGN-NEW-IDENTITIES-END.
           *>==========================
               EXIT.

       1150-GENERATE-IDENTITY SECTION.
       *>----------------------------------

           GENERATE-IDENTITY-START.
           *>========================

           COMPUTE WS-GEN-INDICE = FUNCTION MOD(WS-GEN-SEQ - 1, 30)
               + 1.
           MOVE WS-GEN-NOM-ENTRY(WS-GEN-INDICE) TO WS-GEN-NOM.
           COMPUTE WS-GEN-INDICE = FUNCTION MOD(
               FUNCTION MOD(WS-GEN-SEQ - 1, 30) * 7
               + (WS-GEN-SEQ - 1) / 30, 30) + 1.
           MOVE WS-GEN-PRENOM-ENTRY(WS-GEN-INDICE) TO WS-GEN-PRENOM.
           COMPUTE WS-GEN-BLOC = (WS-GEN-SEQ - 1) / 900.
           IF WS-GEN-BLOC > 0
               IF WS-GEN-BLOC > 3
                   MOVE 3 TO WS-GEN-BLOC
               END-IF
               MOVE SPACES TO WS-GEN-NOM
               STRING WS-GEN-NOM-ENTRY(
                       FUNCTION MOD(WS-GEN-SEQ - 1, 30) + 1)
                           DELIMITED BY SPACE
                       "-" WS-SUFFIXES(WS-GEN-BLOC + 1:1)
                           DELIMITED BY SIZE
                   INTO WS-GEN-NOM
               END-STRING
           END-IF.

           GENERATE-IDENTITY-END.
           *>======================
               EXIT.

       2000-WRITE-TRAINING-MASTER SECTION.
       *>--------------------------------------

           WRITE-TRAINING-MASTER-START.
           *>============================

           MOVE "ELEVMAST.DAT" TO WS-SOURCE-NOM.
           PERFORM 0600-BUILD-TARGET-NAME.
           OPEN OUTPUT TRAINING-MASTER-FILE.
           IF WS-TRAINING-MASTER-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer "
                   FUNCTION TRIM(WS-CIBLE-NOM)
                   " : le repertoire doit exister."
               GO TO WRITE-TRAINING-MASTER-END
           END-IF.
           OPEN INPUT MASTER-FILE.

      *> Deuxieme lecture dans le meme ordre : la n-ieme fiche lue
      *> est la n-ieme entree de la table de correspondance. Notes,
      *> coefficients et indicateurs sont repris tels quels.
           SET WS-INDEX-MAP TO 1.
           MOVE "N" TO WS-EOF-MASTER.
           PERFORM UNTIL WS-END-OF-MASTER OR
                   WS-INDEX-MAP > WS-MAP-MASTER-COUNT
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       ADD 1 TO WS-CNT-LUS
                       MOVE MASTER-RECORD TO TRAINING-MASTER-RECORD
                       MOVE WS-MAP-NOUV-NOM(WS-INDEX-MAP) TO TM-NOM
                       MOVE WS-MAP-NOUV-PRENOM(WS-INDEX-MAP) TO
                           TM-PRENOM
                       MOVE WS-MAP-NOUV-MATRICULE(WS-INDEX-MAP) TO
                           TM-MATRICULE
                       WRITE TRAINING-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-CNT-ERREURS
                           NOT INVALID KEY
                               ADD 1 TO WS-CNT-ANONYMISES
                       END-WRITE
                       SET WS-INDEX-MAP UP BY 1
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.
           CLOSE TRAINING-MASTER-FILE.
           ADD 1 TO WS-CNT-FICHIERS.
           MOVE WS-MAP-MASTER-COUNT TO WS-EDIT-COUNT.
           DISPLAY "  ELEVMAST.DAT " WS-EDIT-COUNT " fiches".

           WRITE-TRAINING-MASTER-END.
           *>==========================
               EXIT.

       3000-COPY-ONE-FILE SECTION.
       *>------------------------------

           COPY-ONE-FILE-START.
           *>====================

           MOVE WS-SVG-FICHIER(WS-INDEX-SVG) TO WS-SOURCE-NOM.
           PERFORM 3050-SET-FILE-LAYOUT.
           IF WS-ACTION-EXCLU OR WS-ACTION-MAITRE OR
                   WS-ACTION-COMPTEUR
               GO TO COPY-ONE-FILE-END
           END-IF.

           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               GO TO COPY-ONE-FILE-END
           END-IF.
           PERFORM 0600-BUILD-TARGET-NAME.
           OPEN OUTPUT TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               CLOSE SOURCE-FILE
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SOURCE-NOM " : impossible de creer "
                   FUNCTION TRIM(WS-CIBLE-NOM) "."
               GO TO COPY-ONE-FILE-END
           END-IF.

           MOVE "N" TO WS-EOF-SOURCE.
           PERFORM UNTIL WS-END-OF-SOURCE
               READ SOURCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-CNT-LUS
                       IF WS-ACTION-ANONYMISE AND
                               SOURCE-RECORD NOT = SPACES
                           PERFORM 3100-ANONYMISE-RECORD
                       END-IF
                       MOVE SOURCE-RECORD TO TARGET-RECORD
                       WRITE TARGET-RECORD
               END-READ
           END-PERFORM.

           CLOSE SOURCE-FILE.
           CLOSE TARGET-FILE.
           ADD 1 TO WS-CNT-FICHIERS.
           IF WS-ACTION-ANONYMISE
               DISPLAY "  " WS-SOURCE-NOM " anonymise"
           END-IF.

           COPY-ONE-FILE-END.
           *>==================
               EXIT.

       3050-SET-FILE-LAYOUT SECTION.
       *>--------------------------------

           SET-FILE-LAYOUT-START.
           *>======================

           MOVE 0 TO WS-CHAMP-CLASSE.
           MOVE 0 TO WS-CHAMP-NOM.
           MOVE 0 TO WS-CHAMP-PRENOM.
           MOVE 0 TO WS-CHAMP-MATRICULE.
           MOVE "C" TO WS-ACTION-FICHIER.

      *> Les scores et l'historique du pendu, les comptes
      *> d'exploitation, les exeat et les rejets de conversion ne
      *> sont pas repris : sans OPERATRS.DAT la suite est ouverte.
           EVALUATE WS-SOURCE-NOM
               WHEN "ELEVMAST.DAT"
                   MOVE "M" TO WS-ACTION-FICHIER
               WHEN "ELEVNUM.DAT"
                   MOVE "N" TO WS-ACTION-FICHIER
               WHEN "PENDUSCR.DAT"
               WHEN "PENDUHIS.DAT"
               WHEN "OPERATRS.DAT"
               WHEN "TRANSFER.DAT"
               WHEN "ELEVMREJ.DAT"
                   MOVE "X" TO WS-ACTION-FICHIER
               WHEN "ELEVES.DAT"
                   MOVE 57 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "ABSENCES.DAT"
                   MOVE 37 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "ABSEVENT.DAT"
               WHEN "CONSEIL.DAT"
               WHEN "TABLDIST.DAT"
               WHEN "DEVOIRS.DAT"
                   MOVE 30 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "TABLCOMM.DAT"
                   MOVE 91 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "FAMILLES.DAT"
                   MOVE 145 TO WS-CHAMP-MATRICULE
                   MOVE "F" TO WS-ACTION-FICHIER
               WHEN "NOTEAUDT.DAT"
                   MOVE 39 TO WS-CHAMP-CLASSE
                   MOVE 44 TO WS-CHAMP-NOM
                   MOVE 56 TO WS-CHAMP-PRENOM
                   MOVE 68 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "NOTEATTN.DAT"
               WHEN "NOTEHIST.DAT"
                   MOVE 29 TO WS-CHAMP-CLASSE
                   MOVE 34 TO WS-CHAMP-NOM
                   MOVE 46 TO WS-CHAMP-PRENOM
                   MOVE 58 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "ABSCAS.DAT"
               WHEN "ABSCARCH.DAT"
                   MOVE 13 TO WS-CHAMP-CLASSE
                   MOVE 18 TO WS-CHAMP-NOM
                   MOVE 30 TO WS-CHAMP-PRENOM
                   MOVE 1 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "ABSNSENT.DAT"
                   MOVE 18 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "INSCOPT.DAT"
                   MOVE 1 TO WS-CHAMP-MATRICULE
                   MOVE "A" TO WS-ACTION-FICHIER
               WHEN "TABLARCH.DAT"
                   MOVE 16 TO WS-CHAMP-NOM
                   MOVE 28 TO WS-CHAMP-PRENOM
                   MOVE "H" TO WS-ACTION-FICHIER
           END-EVALUATE.

      *> Classe, nom et prenom en 1, 6 et 18 dans les fichiers
      *> eleves ordinaires.
           IF WS-SOURCE-NOM = "ELEVES.DAT" OR "ABSENCES.DAT" OR
                   "ABSEVENT.DAT" OR "CONSEIL.DAT" OR
                   "TABLDIST.DAT" OR "DEVOIRS.DAT" OR
                   "TABLCOMM.DAT" OR "FAMILLES.DAT"
               MOVE 1 TO WS-CHAMP-CLASSE
               MOVE 6 TO WS-CHAMP-NOM
               MOVE 18 TO WS-CHAMP-PRENOM
           END-IF.

           SET-FILE-LAYOUT-END.
           *>====================
               EXIT.

       3100-ANONYMISE-RECORD SECTION.
       *>---------------------------------

           ANONYMISE-RECORD-START.
           *>=======================

      *> Lignes M de l'historique : moyennes de matiere, sans eleve.
      *> Les lignes S portent le matricule en 64.
           IF WS-ACTION-HISTORIQUE
               EVALUATE SOURCE-RECORD(1:1)
                   WHEN "E"
                       MOVE 0 TO WS-CHAMP-MATRICULE
                   WHEN "S"
                       MOVE 64 TO WS-CHAMP-MATRICULE
                   WHEN OTHER
                       GO TO ANONYMISE-RECORD-END
               END-EVALUATE
           END-IF.

           MOVE 0 TO WS-ANC-MATRICULE.
           MOVE SPACES TO WS-ANC-CLASSE.
           MOVE SPACES TO WS-ANC-NOM.
           MOVE SPACES TO WS-ANC-PRENOM.
           IF WS-CHAMP-MATRICULE > 0
               MOVE SOURCE-RECORD(WS-CHAMP-MATRICULE:6) TO
                   WS-MATRICULE-TXT
               IF WS-MATRICULE-TXT IS NUMERIC
                   MOVE WS-MATRICULE-TXT TO WS-ANC-MATRICULE
               END-IF
           END-IF.
           IF WS-CHAMP-CLASSE > 0
               MOVE SOURCE-RECORD(WS-CHAMP-CLASSE:5) TO WS-ANC-CLASSE
           END-IF.
           IF WS-CHAMP-NOM > 0
               MOVE SOURCE-RECORD(WS-CHAMP-NOM:12) TO WS-ANC-NOM
               MOVE SOURCE-RECORD(WS-CHAMP-PRENOM:12) TO WS-ANC-PRENOM
           END-IF.
           IF WS-ANC-MATRICULE = 0 AND WS-ANC-NOM = SPACES
               GO TO ANONYMISE-RECORD-END
           END-IF.

           PERFORM 3200-FIND-MAP-ENTRY.
           IF NOT WS-MAP-IS-FOUND
               PERFORM 3300-ADD-MAP-ENTRY
               IF NOT WS-MAP-IS-FOUND
                   GO TO ANONYMISE-RECORD-END
               END-IF
           END-IF.

      *> Un matricule a zero reste a zero : les anomalies du jeu
      *> reel se retrouvent dans le jeu de formation.
           IF WS-ANC-MATRICULE > 0
               MOVE WS-MAP-NOUV-MATRICULE(WS-INDEX-MAP) TO
                   SOURCE-RECORD(WS-CHAMP-MATRICULE:6)
           END-IF.
           IF WS-CHAMP-NOM > 0
               MOVE WS-MAP-NOUV-NOM(WS-INDEX-MAP) TO
                   SOURCE-RECORD(WS-CHAMP-NOM:12)
               MOVE WS-MAP-NOUV-PRENOM(WS-INDEX-MAP) TO
                   SOURCE-RECORD(WS-CHAMP-PRENOM:12)
           END-IF.
           IF WS-ACTION-FAMILLES
               PERFORM 3150-ANONYMISE-GUARDIAN
           END-IF.
           ADD 1 TO WS-CNT-ANONYMISES.

           ANONYMISE-RECORD-END.
           *>=====================
               EXIT.

       3150-ANONYMISE-GUARDIAN SECTION.
       *>-----------------------------------

           ANONYMISE-GUARDIAN-START.
           *>=========================

      *> Responsable au nom de famille genere, adresse fabriquee ;
      *> code postal et ville sont conserves pour les envois.
           MOVE SPACES TO WS-GEN-RESPONSABLE.
           EVALUATE SOURCE-RECORD(151:1)
               WHEN "1"
                   STRING "MME " WS-MAP-NOUV-NOM(WS-INDEX-MAP)
                       DELIMITED BY SIZE INTO WS-GEN-RESPONSABLE
                   END-STRING
               WHEN "2"
                   STRING "M. " WS-MAP-NOUV-NOM(WS-INDEX-MAP)
                       DELIMITED BY SIZE INTO WS-GEN-RESPONSABLE
                   END-STRING
               WHEN OTHER
                   STRING "M. OU MME " WS-MAP-NOUV-NOM(WS-INDEX-MAP)
                       DELIMITED BY SIZE INTO WS-GEN-RESPONSABLE
                   END-STRING
           END-EVALUATE.
           MOVE WS-GEN-RESPONSABLE TO SOURCE-RECORD(30:30).

           MOVE WS-MAP-NOUV-MATRICULE(WS-INDEX-MAP) TO WS-GEN-SEQ.
           COMPUTE WS-GEN-NUMERO = FUNCTION MOD(WS-GEN-SEQ * 7, 98)
               + 1.
           COMPUTE WS-GEN-INDICE = FUNCTION MOD(WS-GEN-SEQ, 10) + 1.
           MOVE SPACES TO WS-GEN-ADRESSE.
           STRING WS-GEN-NUMERO " " WS-GEN-VOIE-ENTRY(WS-GEN-INDICE)
               DELIMITED BY SIZE INTO WS-GEN-ADRESSE
           END-STRING.
           MOVE WS-GEN-ADRESSE TO SOURCE-RECORD(60:30).
           MOVE SPACES TO SOURCE-RECORD(90:30).

           ANONYMISE-GUARDIAN-END.
           *>=======================
               EXIT.

       3200-FIND-MAP-ENTRY SECTION.
       *>-------------------------------

           FIND-MAP-ENTRY-START.
           *>=====================

           MOVE "N" TO WS-MAP-FOUND.

      *> Par matricule : recherche dichotomique dans les fiches du
      *> maitre, puis parcours des orphelins deja rencontres.
           IF WS-ANC-MATRICULE > 0
               MOVE 1 TO WS-MAP-BAS
               MOVE WS-MAP-MASTER-COUNT TO WS-MAP-HAUT
               PERFORM UNTIL WS-MAP-IS-FOUND OR
                       WS-MAP-BAS > WS-MAP-HAUT
                   COMPUTE WS-MAP-MILIEU =
                       (WS-MAP-BAS + WS-MAP-HAUT) / 2
                   EVALUATE TRUE
                       WHEN WS-MAP-ANC-MATRICULE(WS-MAP-MILIEU) =
                               WS-ANC-MATRICULE
                           MOVE "Y" TO WS-MAP-FOUND
                           SET WS-INDEX-MAP TO WS-MAP-MILIEU
                       WHEN WS-MAP-ANC-MATRICULE(WS-MAP-MILIEU) <
                               WS-ANC-MATRICULE
                           COMPUTE WS-MAP-BAS = WS-MAP-MILIEU + 1
                       WHEN OTHER
                           IF WS-MAP-MILIEU = 1
                               MOVE 0 TO WS-MAP-HAUT
                           ELSE
                               COMPUTE WS-MAP-HAUT = WS-MAP-MILIEU - 1
                           END-IF
                   END-EVALUATE
               END-PERFORM
               IF NOT WS-MAP-IS-FOUND
                   COMPUTE WS-MAP-BAS = WS-MAP-MASTER-COUNT + 1
                   PERFORM VARYING WS-INDEX-MAP FROM WS-MAP-BAS
                           BY 1 UNTIL WS-INDEX-MAP > WS-MAP-COUNT
                       IF WS-MAP-ANC-MATRICULE(WS-INDEX-MAP) =
                               WS-ANC-MATRICULE
                           MOVE "Y" TO WS-MAP-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               GO TO FIND-MAP-ENTRY-END
           END-IF.

      *> Sans matricule : rapprochement par classe + nom + prenom
      *> (nom + prenom seuls pour l'historique des annees passees).
           PERFORM VARYING WS-INDEX-MAP FROM 1 BY 1 UNTIL
                   WS-INDEX-MAP > WS-MAP-COUNT
               IF WS-MAP-ANC-NOM(WS-INDEX-MAP) = WS-ANC-NOM AND
                       WS-MAP-ANC-PRENOM(WS-INDEX-MAP) =
                           WS-ANC-PRENOM AND
                       (WS-CHAMP-CLASSE = 0 OR
                       WS-MAP-CLASSE(WS-INDEX-MAP) = WS-ANC-CLASSE)
                   MOVE "Y" TO WS-MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           FIND-MAP-ENTRY-END.
           *>===================
               EXIT.

       3300-ADD-MAP-ENTRY SECTION.
       *>------------------------------

           ADD-MAP-ENTRY-START.
           *>====================

           IF WS-MAP-COUNT >= 2500
               ADD 1 TO WS-CNT-ERREURS
               DISPLAY "  " WS-SOURCE-NOM " : plus de 2500 identites, "&
                   "enregistrement non anonymise."
               GO TO ADD-MAP-ENTRY-END
           END-IF.

           ADD 1 TO WS-MAP-COUNT.
           SET WS-INDEX-MAP TO WS-MAP-COUNT.
           MOVE WS-ANC-MATRICULE TO WS-MAP-ANC-MATRICULE(WS-INDEX-MAP).
           MOVE WS-ANC-CLASSE TO WS-MAP-CLASSE(WS-INDEX-MAP).
           MOVE WS-ANC-NOM TO WS-MAP-ANC-NOM(WS-INDEX-MAP).
           MOVE WS-ANC-PRENOM TO WS-MAP-ANC-PRENOM(WS-INDEX-MAP).
           MOVE WS-MAP-COUNT TO WS-GEN-SEQ.
           PERFORM 1150-GENERATE-IDENTITY.
           MOVE WS-GEN-SEQ TO WS-MAP-NOUV-MATRICULE(WS-INDEX-MAP).
           MOVE WS-GEN-NOM TO WS-MAP-NOUV-NOM(WS-INDEX-MAP).
           MOVE WS-GEN-PRENOM TO WS-MAP-NOUV-PRENOM(WS-INDEX-MAP).
           MOVE "Y" TO WS-MAP-FOUND.

           ADD-MAP-ENTRY-END.
           *>==================
               EXIT.

       4000-WRITE-MATRICULE-COUNTER SECTION.
       *>----------------------------------------

           WRITE-MATRICULE-COUNTER-START.
           *>==============================

      *> Prochain matricule du jeu de formation : apres le dernier
      *> matricule attribue par la copie.
           MOVE "ELEVNUM.DAT" TO WS-SOURCE-NOM.
           PERFORM 0600-BUILD-TARGET-NAME.
           OPEN OUTPUT TARGET-FILE.
           IF WS-TARGET-FILE-STATUS NOT = "00"
               ADD 1 TO WS-CNT-ERREURS
               GO TO WRITE-MATRICULE-COUNTER-END
           END-IF.
           MOVE SPACES TO TARGET-RECORD.
           COMPUTE WS-GEN-SEQ = WS-MAP-COUNT + 1.
           MOVE WS-GEN-SEQ TO TARGET-RECORD(1:6).
           WRITE TARGET-RECORD.
           CLOSE TARGET-FILE.
           ADD 1 TO WS-CNT-FICHIERS.

           WRITE-MATRICULE-COUNTER-END.
           *>============================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "COPIE-FORMATION".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "COPIE-FORMATION".

       END PROGRAM COPIE-FORMATION.

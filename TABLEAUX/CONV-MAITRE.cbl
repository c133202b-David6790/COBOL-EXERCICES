       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV-MAITRE.
       AUTHOR. DAVID LONG BIN.
       DATE-WRITTEN. 15/10/26.
       DATE-COMPILED.
       SECURITY. Standard.

      *> Rechargement unique du fichier maitre ELEVMAST.DAT de
      *> l'ancienne cle classe/nom/prenom vers la cle matricule.
      *> Avant le passage, l'ancien fichier est renomme en
      *> ELEVMAST.OLD ; le nouveau ELEVMAST.DAT est cree par ce
      *> programme.
      *>  - une fiche sans matricule (zero ou non numerique) recoit
      *>    un matricule neuf pris dans ELEVNUM.DAT ;
      *>  - une fiche dont le matricule est deja charge n'est pas
      *>    chargee : elle est recopiee dans ELEVMREJ.DAT pour
      *>    correction, puis rechargee par un passage en mode R
      *>    (reprise des rejets) ;
      *> tous les cas sont listes dans CONVMAST.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ELEVMSSL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ELEVMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-KEY
               FILE STATUS IS WS-OLD-MASTER-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ELEVMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT MATRICULE-FILE ASSIGN TO "ELEVNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULE-FILE-STATUS.
           SELECT CONV-REPORT-FILE ASSIGN TO "CONVMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ELEVMSFD.

      *> Ancienne organisation : meme enregistrement, cle primaire
      *> classe + nom + prenom.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05 OLD-KEY.
               10 OLD-ID-CLASSE          PIC X(5).
               10 OLD-NOM                PIC X(12).
               10 OLD-PRENOM             PIC X(12).
           05 OLD-MATRICULE              PIC 9(6).
           05 OLD-TRIMESTRES             PIC X(786).

       FD  REJECT-FILE.
       01  REJECT-RECORD                 PIC X(821).

       FD  MATRICULE-FILE.
       01  MATRICULE-RECORD.
           05 MN-PROCHAIN               PIC 9(6).

       FD  CONV-REPORT-FILE.
       01  CONV-REPORT-RECORD            PIC X(80).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC X(2).
       01  WS-OLD-MASTER-FILE-STATUS PIC X(2).
       01  WS-REJECT-FILE-STATUS PIC X(2).
       01  WS-MATRICULE-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-EOF-OLD PIC X VALUE "N".
           88  WS-END-OF-OLD VALUE "Y".

       01  WS-RUN-MODE PIC X.
           88  WS-CONVERSION-MODE VALUE "C" "c".
           88  WS-REPRISE-MODE VALUE "R" "r".

       01  WS-FICHE-LUE PIC X(821).
       01  WS-PROCHAIN-MATRICULE PIC 9(6) VALUE 0.
       01  WS-MATRICULE-MAX PIC 9(6) VALUE 0.
       01  WS-ANC-MATRICULE PIC X(6).
       01  WS-FICHE-CHARGEE PIC X VALUE "N".
           88  WS-FICHE-EST-CHARGEE VALUE "Y".
       01  WS-MAITRE-LIBRE PIC X VALUE "N".
           88  WS-MAITRE-EST-LIBRE VALUE "Y".
       01  WS-CONFIRMATION PIC X.

      *> Fiches encore en doublon lors d'une reprise, reecrites dans
      *> ELEVMREJ.DAT en fin de passage.
       01  WS-REJ-TABLE.
           05 WS-REJ-FICHE OCCURS 500 TIMES PIC X(821).
       01  WS-NB-REJ-TABLE PIC 9(4) VALUE 0.
       01  WS-INDEX-REJ PIC 9(4).

       01  WS-CNT-LUS PIC 9(5) VALUE 0.
       01  WS-CNT-CHARGES PIC 9(5) VALUE 0.
       01  WS-CNT-ZERO PIC 9(5) VALUE 0.
       01  WS-CNT-DOUBLONS PIC 9(5) VALUE 0.
       01  WS-CNT-REJETS PIC 9(5) VALUE 0.

       COPY ELEVMSWS.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.

           IF RC-MODE-OVERRIDE = "B"
               MOVE "C" TO WS-RUN-MODE
           ELSE
               DISPLAY "=== Conversion du fichier maitre eleves ==="
               DISPLAY "Mode: C = Conversion ELEVMAST.OLD, "&
                   "R = Reprise des rejets ELEVMREJ.DAT"
               ACCEPT WS-RUN-MODE
           END-IF.
           IF NOT WS-CONVERSION-MODE AND NOT WS-REPRISE-MODE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Mode invalide."
               GO TO PROCEDURES-END
           END-IF.

           PERFORM 0500-LOAD-COUNTER.
           OPEN OUTPUT CONV-REPORT-FILE.

           IF WS-CONVERSION-MODE
               PERFORM 1000-CONVERT-OLD-MASTER
           ELSE
               PERFORM 2000-RELOAD-REJECTS
           END-IF.

           PERFORM 3000-WRITE-SUMMARY.
           CLOSE CONV-REPORT-FILE.
           PERFORM 0600-SAVE-COUNTER.

           MOVE WS-CNT-LUS TO WS-RUN-IN.
           MOVE WS-CNT-CHARGES TO WS-RUN-OUT.
           MOVE WS-CNT-REJETS TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-COUNTER SECTION.
       *>-----------------------------

           LOAD-COUNTER-START.
           *>===================

           MOVE 0 TO WS-PROCHAIN-MATRICULE.
           OPEN INPUT MATRICULE-FILE.
           IF WS-MATRICULE-FILE-STATUS = "00"
               READ MATRICULE-FILE
                   NOT AT END
                       IF MN-PROCHAIN IS NUMERIC
                           MOVE MN-PROCHAIN TO WS-PROCHAIN-MATRICULE
                       END-IF
               END-READ
               CLOSE MATRICULE-FILE
           END-IF.
           IF WS-PROCHAIN-MATRICULE = 0
               MOVE 1 TO WS-PROCHAIN-MATRICULE
           END-IF.

           LOAD-COUNTER-END.
           *>=================
               EXIT.

       0600-SAVE-COUNTER SECTION.
       *>-----------------------------

           SAVE-COUNTER-START.
           *>===================

      *> Le compteur est place apres le plus grand matricule charge
      *> pour que les prochains ajouts ne heurtent aucune fiche.
           IF WS-MATRICULE-MAX >= WS-PROCHAIN-MATRICULE
               COMPUTE WS-PROCHAIN-MATRICULE = WS-MATRICULE-MAX + 1
           END-IF.
           OPEN OUTPUT MATRICULE-FILE.
           MOVE WS-PROCHAIN-MATRICULE TO MN-PROCHAIN.
           WRITE MATRICULE-RECORD.
           CLOSE MATRICULE-FILE.

           SAVE-COUNTER-END.
           *>=================
               EXIT.

       1000-CONVERT-OLD-MASTER SECTION.
       *>-----------------------------------

           CONVERT-OLD-MASTER-START.
           *>=========================

           MOVE "N" TO WS-EOF-OLD.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Ancien fichier maitre ELEVMAST.OLD "&
                   "introuvable (statut " WS-OLD-MASTER-FILE-STATUS
                   ")."
               GO TO CONVERT-OLD-MASTER-END
           END-IF.

      *> ELEVMAST.OLD reste en place apres le passage : une seconde
      *> conversion ecraserait le fichier maitre en service par les
      *> fiches d'avant la conversion. Le passage n'est admis que
      *> sur un ELEVMAST.DAT absent ou vide, et confirme en
      *> interactif.
           PERFORM 1050-CHECK-MASTER-EMPTY.
           IF NOT WS-MAITRE-EST-LIBRE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "ELEVMAST.DAT contient deja des fiches : "&
                   "conversion refusee."
               CLOSE OLD-MASTER-FILE
               GO TO CONVERT-OLD-MASTER-END
           END-IF.
           IF RC-MODE-OVERRIDE NOT = "B"
               DISPLAY "Creer ELEVMAST.DAT depuis ELEVMAST.OLD ? O/N"
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION NOT = "O" AND
                       WS-CONFIRMATION NOT = "o"
                   DISPLAY "Conversion abandonnee."
                   CLOSE OLD-MASTER-FILE
                   GO TO CONVERT-OLD-MASTER-END
               END-IF
           END-IF.

           OPEN OUTPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Creation de ELEVMAST.DAT impossible (statut "
                   WS-MASTER-FILE-STATUS ")."
               CLOSE OLD-MASTER-FILE
               GO TO CONVERT-OLD-MASTER-END
           END-IF.
           CLOSE MASTER-FILE.
           OPEN I-O MASTER-FILE.
           OPEN OUTPUT REJECT-FILE.

           MOVE "=== Conversion ELEVMAST.OLD -> ELEVMAST.DAT ===" TO
               CONV-REPORT-RECORD.
           WRITE CONV-REPORT-RECORD.

      *> Premier passage : les fiches dont le matricule est renseigne
      *> sont chargees telles quelles, pour que les matricules neufs
      *> du second passage ne prennent la place d'aucune d'elles.
           PERFORM UNTIL WS-END-OF-OLD
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-OLD
                   NOT AT END
                       ADD 1 TO WS-CNT-LUS
                       IF OLD-MATRICULE IS NUMERIC AND
                               OLD-MATRICULE > 0
                           MOVE OLD-MASTER-RECORD TO WS-FICHE-LUE
                           PERFORM 1100-LOAD-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-MASTER-FILE.

           MOVE "N" TO WS-EOF-OLD.
           OPEN INPUT OLD-MASTER-FILE.
           PERFORM UNTIL WS-END-OF-OLD
               READ OLD-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-OLD
                   NOT AT END
                       IF OLD-MATRICULE IS NOT NUMERIC OR
                               OLD-MATRICULE = 0
                           MOVE OLD-MASTER-RECORD TO WS-FICHE-LUE
                           PERFORM 1200-LOAD-WITHOUT-MATRICULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-MASTER-FILE.

           CLOSE MASTER-FILE.
           CLOSE REJECT-FILE.

           CONVERT-OLD-MASTER-END.
           *>=======================
               EXIT.

       1050-CHECK-MASTER-EMPTY SECTION.
       *>-----------------------------------

           CHECK-MASTER-EMPTY-START.
           *>=========================

      *> Absent (statut 35) ou sans aucune fiche : le fichier peut
      *> etre cree. Tout autre statut d'ouverture laisse le doute,
      *> la conversion est refusee.
           MOVE "N" TO WS-MAITRE-LIBRE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "35"
               MOVE "Y" TO WS-MAITRE-LIBRE
               GO TO CHECK-MASTER-EMPTY-END
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ELEVMAST.DAT illisible (statut "
                   WS-MASTER-FILE-STATUS ")."
               GO TO CHECK-MASTER-EMPTY-END
           END-IF.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAITRE-LIBRE
           END-READ.
           CLOSE MASTER-FILE.

           CHECK-MASTER-EMPTY-END.
           *>=======================
               EXIT.

       1100-LOAD-ONE-RECORD SECTION.
       *>--------------------------------

           LOAD-ONE-RECORD-START.
           *>======================

           MOVE "N" TO WS-FICHE-CHARGEE.
           MOVE WS-FICHE-LUE TO MASTER-RECORD.
           WRITE MASTER-RECORD
               INVALID KEY
                   PERFORM 1150-REPORT-DUPLICATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FICHE-CHARGEE
                   ADD 1 TO WS-CNT-CHARGES
                   IF MST-MATRICULE > WS-MATRICULE-MAX
                       MOVE MST-MATRICULE TO WS-MATRICULE-MAX
                   END-IF
           END-WRITE.

           LOAD-ONE-RECORD-END.
           *>====================
               EXIT.

       1150-REPORT-DUPLICATE SECTION.
       *>---------------------------------

           REPORT-DUPLICATE-START.
           *>=======================

           ADD 1 TO WS-CNT-DOUBLONS.
           ADD 1 TO WS-CNT-REJETS.
           MOVE "ERREUR" TO WS-OPS-RUN-STATUS.
           IF WS-CONVERSION-MODE
               MOVE WS-FICHE-LUE TO REJECT-RECORD
               WRITE REJECT-RECORD
           ELSE
               ADD 1 TO WS-NB-REJ-TABLE
               IF WS-NB-REJ-TABLE <= 500
                   MOVE WS-FICHE-LUE TO WS-REJ-FICHE(WS-NB-REJ-TABLE)
               END-IF
           END-IF.

      *> La fiche deja chargee sous ce matricule est relue pour que
      *> le compte rendu montre les deux eleves concernes.
           MOVE MST-ID-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE MST-NOM TO WS-MST-SAISIE-NOM.
           MOVE MST-PRENOM TO WS-MST-SAISIE-PRENOM.
           MOVE MST-MATRICULE TO WS-MST-MATRICULE-CHERCHE.
           PERFORM 9770-READ-BY-MATRICULE.

           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "DOUBLON  " WS-MST-MATRICULE-CHERCHE " : "
                   WS-MST-SAISIE-CLASSE " " WS-MST-SAISIE-NOM " "
                   WS-MST-SAISIE-PRENOM " rejete"
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.
           IF WS-MST-EST-TROUVE
               MOVE SPACES TO CONV-REPORT-RECORD
               STRING "         deja porte par " MST-ID-CLASSE " "
                       MST-NOM " " MST-PRENOM
                   DELIMITED BY SIZE INTO CONV-REPORT-RECORD
               END-STRING
               WRITE CONV-REPORT-RECORD
           END-IF.

           REPORT-DUPLICATE-END.
           *>=====================
               EXIT.

       1200-LOAD-WITHOUT-MATRICULE SECTION.
       *>---------------------------------------

           LOAD-WITHOUT-MATRICULE-START.
           *>=============================

           ADD 1 TO WS-CNT-ZERO.
           MOVE WS-FICHE-LUE(30:6) TO WS-ANC-MATRICULE.

           MOVE "Y" TO WS-MST-TROUVE.
           PERFORM UNTIL NOT WS-MST-EST-TROUVE
               MOVE WS-PROCHAIN-MATRICULE TO WS-MST-MATRICULE-CHERCHE
               PERFORM 9770-READ-BY-MATRICULE
               IF WS-MST-EST-TROUVE
                   ADD 1 TO WS-PROCHAIN-MATRICULE
               END-IF
           END-PERFORM.

           MOVE WS-FICHE-LUE TO MASTER-RECORD.
           MOVE WS-PROCHAIN-MATRICULE TO MST-MATRICULE.
           ADD 1 TO WS-PROCHAIN-MATRICULE.
           MOVE MASTER-RECORD TO WS-FICHE-LUE.
           PERFORM 1100-LOAD-ONE-RECORD.

           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "SANS MAT." " (" WS-ANC-MATRICULE ") : "
                   MST-ID-CLASSE " " MST-NOM " " MST-PRENOM
                   " -> matricule " MST-MATRICULE
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.

           LOAD-WITHOUT-MATRICULE-END.
           *>===========================
               EXIT.

       2000-RELOAD-REJECTS SECTION.
       *>-------------------------------

           RELOAD-REJECTS-START.
           *>=====================

      *> ELEVMREJ.DAT a ete corrige a la main (matricule change ou
      *> remis a zero) : ses fiches sont ajoutees au fichier maitre
      *> deja converti ; celles encore en doublon y sont reecrites.
           MOVE "N" TO WS-EOF-OLD.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Pas de fichier ELEVMREJ.DAT a reprendre."
               GO TO RELOAD-REJECTS-END
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Fichier maitre ELEVMAST.DAT illisible (statut "
                   WS-MASTER-FILE-STATUS ")."
               CLOSE REJECT-FILE
               GO TO RELOAD-REJECTS-END
           END-IF.

           MOVE "=== Reprise des rejets ELEVMREJ.DAT ===" TO
               CONV-REPORT-RECORD.
           WRITE CONV-REPORT-RECORD.

           PERFORM UNTIL WS-END-OF-OLD
               READ REJECT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-OLD
                   NOT AT END
                       ADD 1 TO WS-CNT-LUS
                       MOVE REJECT-RECORD TO WS-FICHE-LUE
                       MOVE WS-FICHE-LUE TO MASTER-RECORD
                       IF MST-MATRICULE IS NUMERIC AND
                               MST-MATRICULE > 0
                           PERFORM 1100-LOAD-ONE-RECORD
                           IF WS-FICHE-EST-CHARGEE
                               PERFORM 2100-REPORT-RELOADED
                           END-IF
                       ELSE
                           PERFORM 1200-LOAD-WITHOUT-MATRICULE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.
           CLOSE MASTER-FILE.

           IF WS-NB-REJ-TABLE > 500
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Plus de 500 doublons restants : ELEVMREJ.DAT "&
                   "est laisse en l'etat."
               GO TO RELOAD-REJECTS-END
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM VARYING WS-INDEX-REJ FROM 1 BY 1 UNTIL
                   WS-INDEX-REJ > WS-NB-REJ-TABLE
               MOVE WS-REJ-FICHE(WS-INDEX-REJ) TO REJECT-RECORD
               WRITE REJECT-RECORD
           END-PERFORM.
           CLOSE REJECT-FILE.

           RELOAD-REJECTS-END.
           *>===================
               EXIT.

       2100-REPORT-RELOADED SECTION.
       *>--------------------------------

           REPORT-RELOADED-START.
           *>======================

           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "REPRISE  " MST-MATRICULE " : "
                   MST-ID-CLASSE " " MST-NOM " " MST-PRENOM
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.

           REPORT-RELOADED-END.
           *>====================
               EXIT.

       3000-WRITE-SUMMARY SECTION.
       *>------------------------------

           WRITE-SUMMARY-START.
           *>====================

           MOVE SPACES TO CONV-REPORT-RECORD.
           WRITE CONV-REPORT-RECORD.
           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "Fiches lues              : " WS-CNT-LUS
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.
           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "Fiches chargees          : " WS-CNT-CHARGES
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.
           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "Matricules nuls attribues: " WS-CNT-ZERO
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.
           MOVE SPACES TO CONV-REPORT-RECORD.
           STRING "Doublons (ELEVMREJ.DAT)  : " WS-CNT-DOUBLONS
               DELIMITED BY SIZE INTO CONV-REPORT-RECORD
           END-STRING.
           WRITE CONV-REPORT-RECORD.

           DISPLAY "Fiches lues : " WS-CNT-LUS
               "  chargees : " WS-CNT-CHARGES
               "  sans matricule : " WS-CNT-ZERO
               "  doublons : " WS-CNT-DOUBLONS.
           DISPLAY "Compte rendu ecrit dans CONVMAST.DAT.".

           WRITE-SUMMARY-END.
           *>==================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "CONV-MAITRE".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "CONV-MAITRE".

       COPY ELEVMSPR.

       END PROGRAM CONV-MAITRE.

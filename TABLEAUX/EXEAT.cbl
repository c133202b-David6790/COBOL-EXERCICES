           SELECT EXEAT-REPORT-FILE ASSIGN TO "EXEATRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT MATRICULE-FILE ASSIGN TO "ELEVNUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATRICULE-FILE-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
       FD  EXEAT-REPORT-FILE.
       01  EXEAT-REPORT-RECORD          PIC X(80).

       FD  MATRICULE-FILE.
       01  MATRICULE-RECORD.
           05 MN-PROCHAIN               PIC 9(6).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-COMMENT-FILE-STATUS PIC X(2).
       01  WS-FAMILY-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-MATRICULE-FILE-STATUS PIC X(2).
       01  WS-EOF-FLAG PIC X VALUE "N".
           88  WS-END-OF-FILE VALUE "Y".

       01  WS-CLASSE-CIBLE PIC X(5).

       01  WS-DOSSIER-MATRICULE PIC 9(6) VALUE 0.
       01  WS-MATRICULE-ORIGINE PIC 9(6) VALUE 0.
       01  WS-MATRICULE-ACCUEIL PIC 9(6) VALUE 0.
       01  WS-PROCHAIN-MATRICULE PIC 9(6) VALUE 0.
       01  WS-FICHE-ENTRANTE PIC X(821).
       01  WS-CNT-EXPORTES PIC 9(5) VALUE 0.
       01  WS-CNT-IMPORTES PIC 9(5) VALUE 0.
       01  WS-CNT-COLLISIONS PIC 9(5) VALUE 0.
                                             SIGN LEADING SEPARATE.
               10 FILLER                 PIC X(14).

       COPY ELEVMSWS.

       COPY ENVCTLWS.

       COPY OPSLOGWS.
           EXPORT-DOSSIER-START.
           *>=====================

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO EXPORT-DOSSIER-END
           END-IF.

           PERFORM 9750-SELECT-MASTER-STUDENT.
           IF NOT WS-MST-EST-TROUVE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               CLOSE MASTER-FILE
               GO TO EXPORT-DOSSIER-END
           END-IF.
           CLOSE MASTER-FILE.
           MOVE MST-ID-CLASSE TO WS-SAISIE-CLASSE.
           MOVE MST-NOM TO WS-SAISIE-NOM.
           MOVE MST-PRENOM TO WS-SAISIE-PRENOM.

           IF MST-MATRICULE IS NUMERIC
               MOVE MST-MATRICULE TO WS-DOSSIER-MATRICULE
                       WS-ENV-CONTROL-TOTAL
               END-PERFORM
           END-PERFORM.

      *> Collision : meme nom et prenom deja dans la classe
      *> d'accueil. Sinon l'eleve garde son matricule d'origine s'il
      *> est libre ici, et en recoit un nouveau dans le cas contraire
      *> (les pieces du dossier suivent ce changement).
           MOVE MASTER-RECORD TO WS-FICHE-ENTRANTE.
           MOVE MST-ID-CLASSE TO WS-MST-SAISIE-CLASSE.
           MOVE MST-NOM TO WS-MST-SAISIE-NOM.
           MOVE MST-PRENOM TO WS-MST-SAISIE-PRENOM.
           PERFORM 9755-FIND-CLASS-NAME.
           MOVE WS-FICHE-ENTRANTE TO MASTER-RECORD.
           IF WS-MST-EST-TROUVE
               PERFORM 5250-REPORT-MASTER-COLLISION
               GO TO IMPORT-MASTER-END
           END-IF.

           IF MST-MATRICULE IS NUMERIC
               MOVE MST-MATRICULE TO WS-MATRICULE-ORIGINE
           ELSE
               MOVE 0 TO WS-MATRICULE-ORIGINE
           END-IF.
           MOVE WS-MATRICULE-ORIGINE TO WS-MATRICULE-ACCUEIL.
           MOVE WS-MATRICULE-ORIGINE TO WS-MST-MATRICULE-CHERCHE.
           PERFORM 9770-READ-BY-MATRICULE.
           IF WS-MST-EST-TROUVE OR WS-MATRICULE-ORIGINE = 0
               PERFORM 5210-ASSIGN-LOCAL-MATRICULE
           END-IF.
           MOVE WS-FICHE-ENTRANTE TO MASTER-RECORD.
           MOVE WS-MATRICULE-ACCUEIL TO MST-MATRICULE.

           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE "ERREUR" TO WS-OPS-RUN-STATUS
                   PERFORM 5250-REPORT-MASTER-COLLISION
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-IMPORTES
           *>==================
               EXIT.

       5210-ASSIGN-LOCAL-MATRICULE SECTION.
       *>---------------------------------------

           ASSIGN-LOCAL-MATRICULE-START.
           *>=============================

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

           MOVE "Y" TO WS-MST-TROUVE.
           PERFORM UNTIL NOT WS-MST-EST-TROUVE
               MOVE WS-PROCHAIN-MATRICULE TO WS-MST-MATRICULE-CHERCHE
               PERFORM 9770-READ-BY-MATRICULE
               IF WS-MST-EST-TROUVE
                   ADD 1 TO WS-PROCHAIN-MATRICULE
               END-IF
           END-PERFORM.
           MOVE WS-PROCHAIN-MATRICULE TO WS-MATRICULE-ACCUEIL.

           OPEN OUTPUT MATRICULE-FILE.
           COMPUTE MN-PROCHAIN = WS-PROCHAIN-MATRICULE + 1.
           WRITE MATRICULE-RECORD.
           CLOSE MATRICULE-FILE.

           MOVE SPACES TO EXEAT-REPORT-RECORD.
           STRING "Matricule d'origine " WS-MATRICULE-ORIGINE
                   " remplace par " WS-MATRICULE-ACCUEIL
               DELIMITED BY SIZE INTO EXEAT-REPORT-RECORD
           END-STRING.
           WRITE EXEAT-REPORT-RECORD.

           ASSIGN-LOCAL-MATRICULE-END.
           *>===========================
               EXIT.

       5250-REPORT-MASTER-COLLISION SECTION.
       *>----------------------------------------

           END-IF.
           MOVE WS-TRD-DATA(1:42) TO ABSENCE-RECORD.
           MOVE WS-CLASSE-CIBLE TO AB-ID-CLASSE.
           IF AB-MATRICULE IS NUMERIC AND
                   AB-MATRICULE = WS-MATRICULE-ORIGINE
               MOVE WS-MATRICULE-ACCUEIL TO AB-MATRICULE
           END-IF.
           WRITE ABSENCE-RECORD.
           CLOSE ABSENCE-FILE.
           ADD 1 TO WS-CNT-IMPORTES.
           END-IF.
           MOVE WS-TRD-DATA(1:96) TO COMMENT-RECORD.
           MOVE WS-CLASSE-CIBLE TO CM-ID-CLASSE.
           IF CM-MATRICULE IS NUMERIC AND
                   CM-MATRICULE = WS-MATRICULE-ORIGINE
               MOVE WS-MATRICULE-ACCUEIL TO CM-MATRICULE
           END-IF.
           WRITE COMMENT-RECORD.
           CLOSE COMMENT-FILE.
           ADD 1 TO WS-CNT-IMPORTES.
           END-IF.
           MOVE WS-TRD-DATA(1:158) TO FAMILY-RECORD.
           MOVE WS-CLASSE-CIBLE TO FA-ID-CLASSE.
           IF FA-MATRICULE IS NUMERIC AND
                   FA-MATRICULE = WS-MATRICULE-ORIGINE
               MOVE WS-MATRICULE-ACCUEIL TO FA-MATRICULE
           END-IF.
           WRITE FAMILY-RECORD.
           CLOSE FAMILY-FILE.
           ADD 1 TO WS-CNT-IMPORTES.

       COPY ENVCTLPR.

       COPY ELEVMSPR.

       END PROGRAM EXEAT.

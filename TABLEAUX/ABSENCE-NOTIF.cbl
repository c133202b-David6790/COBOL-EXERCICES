       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-NOTIF.
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
           SELECT EVENT-FILE ASSIGN TO "ABSEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT FAMILY-FILE ASSIGN TO "FAMILLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAMILY-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO "ABSNPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "ABSNSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO "ABSNOTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIF-FILE-STATUS.
           COPY RUNCTLSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-RECORD.
           05 AE-ID-CLASSE              PIC X(5).
           05 AE-NOM                    PIC X(12).
           05 AE-PRENOM                 PIC X(12).
           05 AE-MATRICULE              PIC 9(6).
           05 AE-DATE                   PIC 9(8).
           05 AE-DEMI-JOURNEE           PIC X.
           05 AE-JUSTIFIE               PIC X.
           05 AE-MOTIF                  PIC X(30).

       FD  FAMILY-FILE.
       01  FAMILY-RECORD.
           05 FA-ID-CLASSE              PIC X(5).
           05 FA-NOM                    PIC X(12).
           05 FA-PRENOM                 PIC X(12).
           05 FA-RESPONSABLE            PIC X(30).
           05 FA-ADRESSE-1              PIC X(30).
           05 FA-ADRESSE-2              PIC X(30).
           05 FA-CODE-POSTAL            PIC X(5).
           05 FA-VILLE                  PIC X(20).
           05 FA-MATRICULE              PIC 9(6).
           05 FA-RANG                   PIC 9.
           05 FA-ENVOI                  PIC X.

      *> Date des absences a notifier (AAAAMMJJ) quand on rattrape
      *> une journee ; sans ce fichier, la date du jour.
       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 NP-DATE                   PIC X(8).

      *> Journal des notifications emises : une ligne par
      *> demi-journee, eleve et responsable deja prevenu.
       FD  SENT-LOG-FILE.
       01  SENT-LOG-RECORD.
           05 NS-DATE-ENVOI             PIC 9(8).
           05 NS-DATE-ABSENCE           PIC 9(8).
           05 NS-DEMI-JOURNEE           PIC X.
           05 NS-MATRICULE              PIC 9(6).
           05 NS-RANG                   PIC 9.

       FD  NOTIFICATION-FILE.
       01  NOTIFICATION-RECORD          PIC X(200).

       COPY RUNCTLFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-EVENT-FILE-STATUS PIC X(2).
       01  WS-FAMILY-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS PIC X(2).
       01  WS-SENT-FILE-STATUS PIC X(2).
       01  WS-NOTIF-FILE-STATUS PIC X(2).
       01  WS-EOF-EVENT PIC X VALUE "N".
           88  WS-END-OF-EVENT VALUE "Y".
       01  WS-EOF-FAMILY PIC X VALUE "N".
           88  WS-END-OF-FAMILY VALUE "Y".
       01  WS-EOF-SENT PIC X VALUE "N".
           88  WS-END-OF-SENT VALUE "Y".

       01  WS-DATE-COURANTE PIC 9(8).
       01  WS-DATE-TRAITEE PIC 9(8).

       01  WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 750 TIMES
                   INDEXED BY WS-INDEX-FAM.
               10 WS-FAM-MATRICULE       PIC 9(6).
               10 WS-FAM-RANG            PIC 9.
               10 WS-FAM-RESPONSABLE     PIC X(30).
               10 WS-FAM-ADRESSE-1       PIC X(30).
               10 WS-FAM-ADRESSE-2       PIC X(30).
               10 WS-FAM-CODE-POSTAL     PIC X(5).
               10 WS-FAM-VILLE           PIC X(20).
               10 WS-FAM-ENVOI           PIC X.
       01  WS-FAMILY-COUNT PIC 9(3) VALUE 0.

       01  WS-SENT-TABLE.
           05 WS-SENT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-SENT.
               10 WS-SNT-DEMI            PIC X.
               10 WS-SNT-MATRICULE       PIC 9(6).
               10 WS-SNT-RANG            PIC 9.
       01  WS-SENT-COUNT PIC 9(4) VALUE 0.
       01  WS-SENT-FOUND PIC X VALUE "N".
           88  WS-SENT-IS-FOUND VALUE "Y".

       01  WS-GUARDIAN-FOUND PIC X VALUE "N".
           88  WS-GUARDIAN-IS-FOUND VALUE "Y".

      *> Ligne transmise au prestataire courrier / SMS.
       01  WS-NOTIF-OUT-RECORD.
           05 WS-NOUT-TYPE               PIC X(3).
           05 WS-NOUT-DATE               PIC 9(8).
           05 WS-NOUT-DEMI               PIC X.
           05 WS-NOUT-MATRICULE          PIC 9(6).
           05 WS-NOUT-CLASSE             PIC X(5).
           05 WS-NOUT-NOM                PIC X(12).
           05 WS-NOUT-PRENOM             PIC X(12).
           05 WS-NOUT-RANG               PIC 9.
           05 WS-NOUT-RESPONSABLE        PIC X(30).
           05 WS-NOUT-ADRESSE-1          PIC X(30).
           05 WS-NOUT-ADRESSE-2          PIC X(30).
           05 WS-NOUT-CODE-POSTAL        PIC X(5).
           05 WS-NOUT-VILLE              PIC X(20).
           05 WS-NOUT-MOTIF              PIC X(30).
           05 FILLER                     PIC X(7).

       01  WS-ENV-OUT-RECORD.
           05 WS-EOUT-TYPE               PIC X(3).
           05 WS-EOUT-HDR-DATA.
               10 WS-EOUT-FILE-ID        PIC X(8).
               10 WS-EOUT-CREATE-DATE    PIC X(8).
               10 WS-EOUT-ORIGIN         PIC X(8).
               10 FILLER                 PIC X(13).
           05 WS-EOUT-TRL-DATA REDEFINES WS-EOUT-HDR-DATA.
               10 WS-EOUT-REC-COUNT      PIC 9(7).
               10 WS-EOUT-CTL-TOTAL      PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
               10 FILLER                 PIC X(14).

       01  WS-CNT-EXPORTES PIC 9(7) VALUE 0.
       01  WS-CTL-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-CNT-EVENEMENTS PIC 9(5) VALUE 0.
       01  WS-CNT-DEJA-NOTIFIES PIC 9(5) VALUE 0.
       01  WS-CNT-SANS-ENVOI PIC 9(5) VALUE 0.
       01  WS-CNT-SANS-RESPONSABLE PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT PIC ZZZZ9.

       COPY RUNCTLWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-PARAMETRES.

           DISPLAY "=== Notification des absences du "
               WS-DATE-TRAITEE " ===".

           PERFORM 1000-LOAD-FAMILIES.
           PERFORM 1500-LOAD-SENT-LOG.

           OPEN OUTPUT NOTIFICATION-FILE.
           IF WS-NOTIF-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Impossible de creer ABSNOTIF.DAT."
               GO TO PROCEDURES-END
           END-IF.
           OPEN EXTEND SENT-LOG-FILE.
           IF WS-SENT-FILE-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
           END-IF.
           IF WS-SENT-FILE-STATUS NOT = "00"
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "Journal ABSNSENT.DAT indisponible, aucune "&
                   "notification emise."
               CLOSE NOTIFICATION-FILE
               GO TO PROCEDURES-END
           END-IF.

           MOVE SPACES TO WS-ENV-OUT-RECORD.
           MOVE "HDR" TO WS-EOUT-TYPE.
           MOVE "ABSNOTIF" TO WS-EOUT-FILE-ID.
           MOVE WS-DATE-COURANTE TO WS-EOUT-CREATE-DATE.
           MOVE "ECOLE" TO WS-EOUT-ORIGIN.
           MOVE SPACES TO NOTIFICATION-RECORD.
           MOVE WS-ENV-OUT-RECORD TO NOTIFICATION-RECORD(1:40).
           WRITE NOTIFICATION-RECORD.

           PERFORM 2000-SCAN-EVENTS.

           MOVE SPACES TO WS-ENV-OUT-RECORD.
           MOVE "TRL" TO WS-EOUT-TYPE.
           MOVE WS-CNT-EXPORTES TO WS-EOUT-REC-COUNT.
           MOVE WS-CTL-TOTAL TO WS-EOUT-CTL-TOTAL.
           MOVE SPACES TO NOTIFICATION-RECORD.
           MOVE WS-ENV-OUT-RECORD TO NOTIFICATION-RECORD(1:40).
           WRITE NOTIFICATION-RECORD.

           CLOSE SENT-LOG-FILE.
           CLOSE NOTIFICATION-FILE.

           PERFORM 9200-POST-RUN-CONTROL.

           MOVE WS-CNT-EVENEMENTS TO WS-EDIT-COUNT.
           DISPLAY "Absences non justifiees du jour   : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-EXPORTES TO WS-EDIT-COUNT.
           DISPLAY "Notifications ecrites (ABSNOTIF)  : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-DEJA-NOTIFIES TO WS-EDIT-COUNT.
           DISPLAY "Deja notifiees (non renvoyees)    : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-SANS-ENVOI TO WS-EDIT-COUNT.
           DISPLAY "Responsables sans envoi           : "
               WS-EDIT-COUNT.
           MOVE WS-CNT-SANS-RESPONSABLE TO WS-EDIT-COUNT.
           DISPLAY "Absences sans responsable connu   : "
               WS-EDIT-COUNT.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       0500-LOAD-PARAMETRES SECTION.
       *>--------------------------------

           LOAD-PARAMETRES-START.
           *>======================

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-COURANTE.
           MOVE WS-DATE-COURANTE TO WS-DATE-TRAITEE.

           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-FILE-STATUS NOT = "00"
               GO TO LOAD-PARAMETRES-END
           END-IF.
           READ PARAM-FILE
               NOT AT END
                   IF NP-DATE IS NUMERIC
                       MOVE NP-DATE TO WS-DATE-TRAITEE
                   ELSE
                       DISPLAY "ABSNPARM.DAT : date invalide, "&
                           "date du jour retenue."
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.

           LOAD-PARAMETRES-END.
           *>====================
               EXIT.

       1000-LOAD-FAMILIES SECTION.
       *>------------------------------

           LOAD-FAMILIES-START.
           *>====================

           MOVE 0 TO WS-FAMILY-COUNT.
           MOVE "N" TO WS-EOF-FAMILY.
           OPEN INPUT FAMILY-FILE.
           IF WS-FAMILY-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier FAMILLES.DAT."
               GO TO LOAD-FAMILIES-END
           END-IF.

           PERFORM UNTIL WS-END-OF-FAMILY
               READ FAMILY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FAMILY
                   NOT AT END
                       IF FA-MATRICULE IS NUMERIC AND
                               FA-MATRICULE NOT = 0 AND
                               WS-FAMILY-COUNT < 750
                           ADD 1 TO WS-FAMILY-COUNT
                           SET WS-INDEX-FAM TO WS-FAMILY-COUNT
                           MOVE FA-MATRICULE TO
                               WS-FAM-MATRICULE(WS-INDEX-FAM)
                           IF FA-RANG IS NUMERIC AND FA-RANG > 0
                               MOVE FA-RANG TO
                                   WS-FAM-RANG(WS-INDEX-FAM)
                           ELSE
                               MOVE 1 TO WS-FAM-RANG(WS-INDEX-FAM)
                           END-IF
                           MOVE FA-RESPONSABLE TO
                               WS-FAM-RESPONSABLE(WS-INDEX-FAM)
                           MOVE FA-ADRESSE-1 TO
                               WS-FAM-ADRESSE-1(WS-INDEX-FAM)
                           MOVE FA-ADRESSE-2 TO
                               WS-FAM-ADRESSE-2(WS-INDEX-FAM)
                           MOVE FA-CODE-POSTAL TO
                               WS-FAM-CODE-POSTAL(WS-INDEX-FAM)
                           MOVE FA-VILLE TO
                               WS-FAM-VILLE(WS-INDEX-FAM)
                           MOVE FA-ENVOI TO
                               WS-FAM-ENVOI(WS-INDEX-FAM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FAMILY-FILE.

           LOAD-FAMILIES-END.
           *>==================
               EXIT.

       1500-LOAD-SENT-LOG SECTION.
       *>------------------------------

           LOAD-SENT-LOG-START.
           *>====================

      *> Seules les notifications deja emises pour la date traitee
      *> servent au dedoublonnage.
           MOVE 0 TO WS-SENT-COUNT.
           MOVE "N" TO WS-EOF-SENT.
           OPEN INPUT SENT-LOG-FILE.
           IF WS-SENT-FILE-STATUS NOT = "00"
               GO TO LOAD-SENT-LOG-END
           END-IF.

           PERFORM UNTIL WS-END-OF-SENT
               READ SENT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SENT
                   NOT AT END
                       IF NS-DATE-ABSENCE = WS-DATE-TRAITEE AND
                               WS-SENT-COUNT < 2000
                           ADD 1 TO WS-SENT-COUNT
                           SET WS-INDEX-SENT TO WS-SENT-COUNT
                           MOVE NS-DEMI-JOURNEE TO
                               WS-SNT-DEMI(WS-INDEX-SENT)
                           MOVE NS-MATRICULE TO
                               WS-SNT-MATRICULE(WS-INDEX-SENT)
                           MOVE NS-RANG TO
                               WS-SNT-RANG(WS-INDEX-SENT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SENT-LOG-FILE.

           LOAD-SENT-LOG-END.
           *>==================
               EXIT.

       2000-SCAN-EVENTS SECTION.
       *>----------------------------

           SCAN-EVENTS-START.
           *>==================

           MOVE "N" TO WS-EOF-EVENT.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "Pas de fichier ABSEVENT.DAT."
               GO TO SCAN-EVENTS-END
           END-IF.

           PERFORM UNTIL WS-END-OF-EVENT
               READ EVENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-EVENT
                   NOT AT END
                       IF AE-DATE IS NUMERIC AND
                               AE-DATE = WS-DATE-TRAITEE AND
                               AE-JUSTIFIE NOT = "O"
                           PERFORM 2100-NOTIFY-ONE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENT-FILE.

           SCAN-EVENTS-END.
           *>================
               EXIT.

       2100-NOTIFY-ONE-EVENT SECTION.
       *>---------------------------------

           NOTIFY-ONE-EVENT-START.
           *>=======================

           ADD 1 TO WS-CNT-EVENEMENTS.
           ADD 1 TO WS-RUN-IN.

           MOVE "N" TO WS-GUARDIAN-FOUND.
           IF AE-MATRICULE IS NUMERIC AND AE-MATRICULE NOT = 0
               PERFORM VARYING WS-INDEX-FAM FROM 1 BY 1 UNTIL
                       WS-INDEX-FAM > WS-FAMILY-COUNT
                   IF WS-FAM-MATRICULE(WS-INDEX-FAM) = AE-MATRICULE
                       MOVE "Y" TO WS-GUARDIAN-FOUND
                       PERFORM 2200-NOTIFY-ONE-GUARDIAN
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT WS-GUARDIAN-IS-FOUND
               ADD 1 TO WS-CNT-SANS-RESPONSABLE
               ADD 1 TO WS-RUN-REJ
               DISPLAY "Aucun responsable pour " AE-ID-CLASSE " "
                   AE-NOM " " AE-PRENOM " (matricule "
                   AE-MATRICULE ")."
           END-IF.

           NOTIFY-ONE-EVENT-END.
           *>=====================
               EXIT.

       2200-NOTIFY-ONE-GUARDIAN SECTION.
       *>------------------------------------

           NOTIFY-ONE-GUARDIAN-START.
           *>==========================

           IF WS-FAM-ENVOI(WS-INDEX-FAM) = "N"
               ADD 1 TO WS-CNT-SANS-ENVOI
               GO TO NOTIFY-ONE-GUARDIAN-END
           END-IF.

           MOVE "N" TO WS-SENT-FOUND.
           PERFORM VARYING WS-INDEX-SENT FROM 1 BY 1 UNTIL
                   WS-INDEX-SENT > WS-SENT-COUNT OR WS-SENT-IS-FOUND
               IF WS-SNT-DEMI(WS-INDEX-SENT) = AE-DEMI-JOURNEE AND
                       WS-SNT-MATRICULE(WS-INDEX-SENT) =
                       AE-MATRICULE AND
                       WS-SNT-RANG(WS-INDEX-SENT) =
                       WS-FAM-RANG(WS-INDEX-FAM)
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SENT-IS-FOUND
               ADD 1 TO WS-CNT-DEJA-NOTIFIES
               GO TO NOTIFY-ONE-GUARDIAN-END
           END-IF.

           MOVE SPACES TO WS-NOTIF-OUT-RECORD.
           MOVE "NOT" TO WS-NOUT-TYPE.
           MOVE AE-DATE TO WS-NOUT-DATE.
           MOVE AE-DEMI-JOURNEE TO WS-NOUT-DEMI.
           MOVE AE-MATRICULE TO WS-NOUT-MATRICULE.
           MOVE AE-ID-CLASSE TO WS-NOUT-CLASSE.
           MOVE AE-NOM TO WS-NOUT-NOM.
           MOVE AE-PRENOM TO WS-NOUT-PRENOM.
           MOVE WS-FAM-RANG(WS-INDEX-FAM) TO WS-NOUT-RANG.
           MOVE WS-FAM-RESPONSABLE(WS-INDEX-FAM) TO
               WS-NOUT-RESPONSABLE.
           MOVE WS-FAM-ADRESSE-1(WS-INDEX-FAM) TO WS-NOUT-ADRESSE-1.
           MOVE WS-FAM-ADRESSE-2(WS-INDEX-FAM) TO WS-NOUT-ADRESSE-2.
           MOVE WS-FAM-CODE-POSTAL(WS-INDEX-FAM) TO
               WS-NOUT-CODE-POSTAL.
           MOVE WS-FAM-VILLE(WS-INDEX-FAM) TO WS-NOUT-VILLE.
           MOVE AE-MOTIF TO WS-NOUT-MOTIF.
           MOVE WS-NOTIF-OUT-RECORD TO NOTIFICATION-RECORD.
           WRITE NOTIFICATION-RECORD.
           ADD 1 TO WS-CNT-EXPORTES.
           ADD 1 TO WS-RUN-OUT.
           ADD AE-MATRICULE TO WS-CTL-TOTAL.

           MOVE SPACES TO SENT-LOG-RECORD.
           MOVE WS-DATE-COURANTE TO NS-DATE-ENVOI.
           MOVE AE-DATE TO NS-DATE-ABSENCE.
           MOVE AE-DEMI-JOURNEE TO NS-DEMI-JOURNEE.
           MOVE AE-MATRICULE TO NS-MATRICULE.
           MOVE WS-FAM-RANG(WS-INDEX-FAM) TO NS-RANG.
           WRITE SENT-LOG-RECORD.

           IF WS-SENT-COUNT < 2000
               ADD 1 TO WS-SENT-COUNT
               SET WS-INDEX-SENT TO WS-SENT-COUNT
               MOVE AE-DEMI-JOURNEE TO WS-SNT-DEMI(WS-INDEX-SENT)
               MOVE AE-MATRICULE TO WS-SNT-MATRICULE(WS-INDEX-SENT)
               MOVE WS-FAM-RANG(WS-INDEX-FAM) TO
                   WS-SNT-RANG(WS-INDEX-SENT)
           END-IF.

           NOTIFY-ONE-GUARDIAN-END.
           *>========================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "ABSENCE-NOTIF".

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "ABSENCE-NOTIF".

       END PROGRAM ABSENCE-NOTIF.

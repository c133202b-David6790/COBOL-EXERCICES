       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODE-MAINT.
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
           COPY PERSL.
           COPY NAUDSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY PERFD.

       COPY NAUDFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-USER-CHOICE PIC X.
           88  WS-QUIT-CHOICE VALUE "Q" "q".

       01  WS-SAISIE-TRIMESTRE PIC X.
       01  WS-TRIM-NUM PIC 9.
       01  WS-CONFIRMATION PIC X.
       01  WS-LIBELLE-ETAT PIC X(10).

       COPY PERWS.

       COPY PWHASHWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9270-LOAD-PERIODES.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU
               PERFORM 2000-DISPATCH-CHOICE
           END-PERFORM.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-DISPLAY-MENU SECTION.
       *>-----------------------------

           DISPLAY-MENU-START.
           *>===================

           DISPLAY " ".
           DISPLAY "=== Cloture des trimestres (PERIODES.DAT) ===".
           DISPLAY "L. Lister l'etat des trimestres".
           DISPLAY "C. Clore un trimestre".
           DISPLAY "R. Reouvrir un trimestre clos".
           DISPLAY "Q. Quitter".
           DISPLAY "Votre choix : " WITH NO ADVANCING.
           ACCEPT WS-USER-CHOICE.

           DISPLAY-MENU-END.
           *>=================
               EXIT.

       2000-DISPATCH-CHOICE SECTION.
       *>-----------------------------

           DISPATCH-CHOICE-START.
           *>=====================

           EVALUATE WS-USER-CHOICE
               WHEN "L"
               WHEN "l"
                   PERFORM 3000-LIST-PERIODES
               WHEN "C"
               WHEN "c"
                   PERFORM 4000-CLOSE-PERIODE
               WHEN "R"
               WHEN "r"
                   PERFORM 5000-REOPEN-PERIODE
               WHEN "Q"
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide, veuillez reessayer."
           END-EVALUATE.

           DISPATCH-CHOICE-END.
           *>=====================
               EXIT.

       2100-ACCEPT-TRIMESTRE SECTION.
       *>---------------------------------

           ACCEPT-TRIMESTRE-START.
           *>=======================

           MOVE 0 TO WS-TRIM-NUM.
           DISPLAY "Trimestre (1 a 3) :".
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE = "1" OR "2" OR "3"
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIM-NUM
           ELSE
               DISPLAY "Trimestre invalide."
           END-IF.

           ACCEPT-TRIMESTRE-END.
           *>=====================
               EXIT.

       3000-LIST-PERIODES SECTION.
       *>------------------------------

           LIST-PERIODES-START.
           *>====================

           PERFORM VARYING WS-TRIM-NUM FROM 1 BY 1 UNTIL
                   WS-TRIM-NUM > 3
               EVALUATE TRUE
                   WHEN WS-PER-EST-CLOS(WS-TRIM-NUM)
                       MOVE "CLOS" TO WS-LIBELLE-ETAT
                   WHEN WS-PER-EST-REOUVERT(WS-TRIM-NUM)
                       MOVE "REOUVERT" TO WS-LIBELLE-ETAT
                   WHEN OTHER
                       MOVE "OUVERT" TO WS-LIBELLE-ETAT
               END-EVALUATE
               IF WS-PER-DATE(WS-TRIM-NUM) = 0
                   DISPLAY "Trimestre " WS-TRIM-NUM " : "
                       WS-LIBELLE-ETAT
               ELSE
                   DISPLAY "Trimestre " WS-TRIM-NUM " : "
                       WS-LIBELLE-ETAT " le "
                       WS-PER-DATE(WS-TRIM-NUM) " par "
                       WS-PER-OPERATEUR(WS-TRIM-NUM) " "
                       WS-PER-CODE-MOTIF(WS-TRIM-NUM)
               END-IF
           END-PERFORM.

           LIST-PERIODES-END.
           *>==================
               EXIT.

       4000-CLOSE-PERIODE SECTION.
       *>------------------------------

           CLOSE-PERIODE-START.
           *>====================

           PERFORM 2100-ACCEPT-TRIMESTRE.
           IF WS-TRIM-NUM = 0
               GO TO CLOSE-PERIODE-END
           END-IF.
           IF WS-PER-EST-CLOS(WS-TRIM-NUM)
               DISPLAY "Ce trimestre est deja clos."
               GO TO CLOSE-PERIODE-END
           END-IF.

           DISPLAY "Clore le trimestre " WS-TRIM-NUM
               " ? Les notes ne seront plus modifiables. O/N".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O" AND
                   WS-CONFIRMATION NOT = "o"
               DISPLAY "Cloture abandonnee."
               GO TO CLOSE-PERIODE-END
           END-IF.

           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.
           MOVE "C" TO WS-PER-ETAT(WS-TRIM-NUM).
           MOVE FUNCTION CURRENT-DATE(1:8) TO
               WS-PER-DATE(WS-TRIM-NUM).
           MOVE RC-OPERATOR-ID TO WS-PER-OPERATEUR(WS-TRIM-NUM).
           MOVE SPACES TO WS-PER-CODE-MOTIF(WS-TRIM-NUM).
           PERFORM 6000-REWRITE-PERIODES.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE SPACES TO WS-PER-CLASSE.
           MOVE SPACES TO WS-PER-SAISIE-MOTIF.
           MOVE "F" TO WS-PER-AUDIT-TYPE.
           PERFORM 9285-WRITE-PERIOD-AUDIT.
           DISPLAY "Trimestre " WS-TRIM-NUM " clos.".

           CLOSE-PERIODE-END.
           *>==================
               EXIT.

       5000-REOPEN-PERIODE SECTION.
       *>-------------------------------

           REOPEN-PERIODE-START.
           *>=====================

           PERFORM 2100-ACCEPT-TRIMESTRE.
           IF WS-TRIM-NUM = 0
               GO TO REOPEN-PERIODE-END
           END-IF.
           IF NOT WS-PER-EST-CLOS(WS-TRIM-NUM)
               DISPLAY "Ce trimestre n'est pas clos."
               GO TO REOPEN-PERIODE-END
           END-IF.

           PERFORM 9280-CHECK-REOPEN-RIGHT.
           IF NOT WS-PER-DROIT-REOUVERTURE
               DISPLAY "Reouverture refusee : droit de reouverture "&
                   "absent du profil."
               GO TO REOPEN-PERIODE-END
           END-IF.

           DISPLAY "Code motif de la reouverture :".
           DISPLAY "ERS = Erreur de saisie, RAT = Rattrapage,".
           DISPLAY "REC = Reclamation, AUT = Autre".
           ACCEPT WS-PER-SAISIE-MOTIF.
           MOVE FUNCTION UPPER-CASE(WS-PER-SAISIE-MOTIF) TO
               WS-PER-SAISIE-MOTIF.
           IF WS-PER-SAISIE-MOTIF NOT = "ERS" AND
                   WS-PER-SAISIE-MOTIF NOT = "RAT" AND
                   WS-PER-SAISIE-MOTIF NOT = "REC" AND
                   WS-PER-SAISIE-MOTIF NOT = "AUT"
               DISPLAY "Code motif obligatoire et invalide, "&
                   "reouverture abandonnee."
               GO TO REOPEN-PERIODE-END
           END-IF.

           MOVE "R" TO WS-PER-ETAT(WS-TRIM-NUM).
           MOVE FUNCTION CURRENT-DATE(1:8) TO
               WS-PER-DATE(WS-TRIM-NUM).
           MOVE RC-OPERATOR-ID TO WS-PER-OPERATEUR(WS-TRIM-NUM).
           MOVE WS-PER-SAISIE-MOTIF TO
               WS-PER-CODE-MOTIF(WS-TRIM-NUM).
           PERFORM 6000-REWRITE-PERIODES.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE SPACES TO WS-PER-CLASSE.
           MOVE "R" TO WS-PER-AUDIT-TYPE.
           PERFORM 9285-WRITE-PERIOD-AUDIT.
           DISPLAY "Trimestre " WS-TRIM-NUM " reouvert.".

           REOPEN-PERIODE-END.
           *>===================
               EXIT.

       6000-REWRITE-PERIODES SECTION.
       *>---------------------------------

           REWRITE-PERIODES-START.
           *>=======================

           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-PER-TRIM FROM 1 BY 1 UNTIL
                   WS-PER-TRIM > 3
               MOVE SPACES TO PERIOD-RECORD
               MOVE WS-PER-TRIM TO PE-TRIMESTRE
               MOVE WS-PER-ETAT(WS-PER-TRIM) TO PE-ETAT
               MOVE WS-PER-DATE(WS-PER-TRIM) TO PE-DATE
               MOVE WS-PER-OPERATEUR(WS-PER-TRIM) TO PE-OPERATEUR
               MOVE WS-PER-CODE-MOTIF(WS-PER-TRIM) TO PE-CODE-MOTIF
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.

           REWRITE-PERIODES-END.
           *>=====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "PERIODE-MAINT".

       COPY PERPR REPLACING PROGRAM-TAG BY "PERIODE-MAINT".

       COPY PWHASHPR.

       END PROGRAM PERIODE-MAINT.

       9270-LOAD-PERIODES SECTION.
       *>-----------------------------

           LOAD-PERIODES-START.
           *>====================

      *> Sans PERIODES.DAT, ou sans ligne pour un trimestre, le
      *> trimestre est considere comme ouvert.
           PERFORM VARYING WS-PER-TRIM FROM 1 BY 1 UNTIL
                   WS-PER-TRIM > 3
               MOVE "O" TO WS-PER-ETAT(WS-PER-TRIM)
               MOVE 0 TO WS-PER-DATE(WS-PER-TRIM)
               MOVE SPACES TO WS-PER-OPERATEUR(WS-PER-TRIM)
               MOVE SPACES TO WS-PER-CODE-MOTIF(WS-PER-TRIM)
               MOVE "N" TO WS-PER-DEROGE(WS-PER-TRIM)
               MOVE SPACES TO WS-PER-DEROGE-CLASSE(WS-PER-TRIM)
           END-PERFORM.

           MOVE "N" TO WS-EOF-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               GO TO LOAD-PERIODES-END
           END-IF.

           PERFORM UNTIL WS-END-OF-PERIOD
               READ PERIOD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PERIOD
                   NOT AT END
                       IF PE-TRIMESTRE IS NUMERIC AND
                               PE-TRIMESTRE >= 1 AND
                               PE-TRIMESTRE <= 3 AND
                               (PE-ETAT = "O" OR "C" OR "R")
                           MOVE PE-TRIMESTRE TO WS-PER-TRIM
                           MOVE PE-ETAT TO WS-PER-ETAT(WS-PER-TRIM)
                           IF PE-DATE IS NUMERIC
                               MOVE PE-DATE TO
                                   WS-PER-DATE(WS-PER-TRIM)
                           END-IF
                           MOVE PE-OPERATEUR TO
                               WS-PER-OPERATEUR(WS-PER-TRIM)
                           MOVE PE-CODE-MOTIF TO
                               WS-PER-CODE-MOTIF(WS-PER-TRIM)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

           LOAD-PERIODES-END.
           *>==================
               EXIT.

       9275-CHECK-PERIOD-LOCK SECTION.
       *>---------------------------------

           CHECK-PERIOD-LOCK-START.
           *>========================

      *> Entree : WS-PER-TRIM (et WS-PER-CLASSE pour la trace).
      *> Un trimestre clos refuse toute modification, sauf pour un
      *> operateur ayant le droit de reouverture qui saisit un code
      *> motif : la derogation est tracee dans NOTEAUDT.DAT et vaut
      *> pour la classe jusqu'a la fin de la session.
           MOVE "N" TO WS-PER-VERROU.
           IF WS-PER-TRIM < 1 OR WS-PER-TRIM > 3
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.
           IF NOT WS-PER-EST-CLOS(WS-PER-TRIM)
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.
           IF WS-PER-DEROGE(WS-PER-TRIM) = "Y" AND
                   WS-PER-DEROGE-CLASSE(WS-PER-TRIM) = WS-PER-CLASSE
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.

           MOVE "Y" TO WS-PER-VERROU.
           DISPLAY "Trimestre " WS-PER-TRIM " clos le "
               WS-PER-DATE(WS-PER-TRIM) " par "
               WS-PER-OPERATEUR(WS-PER-TRIM) ".".

           IF RC-MODE-OVERRIDE = "B"
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.
           PERFORM 9280-CHECK-REOPEN-RIGHT.
           IF NOT WS-PER-DROIT-REOUVERTURE
               DISPLAY "Modification refusee : trimestre clos."
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.

           DISPLAY "Droit de reouverture : code motif obligatoire.".
           DISPLAY "ERS = Erreur de saisie, RAT = Rattrapage,".
           DISPLAY "REC = Reclamation, AUT = Autre".
           ACCEPT WS-PER-SAISIE-MOTIF.
           MOVE FUNCTION UPPER-CASE(WS-PER-SAISIE-MOTIF) TO
               WS-PER-SAISIE-MOTIF.
           IF WS-PER-SAISIE-MOTIF NOT = "ERS" AND
                   WS-PER-SAISIE-MOTIF NOT = "RAT" AND
                   WS-PER-SAISIE-MOTIF NOT = "REC" AND
                   WS-PER-SAISIE-MOTIF NOT = "AUT"
               DISPLAY "Code motif invalide, modification refusee."
               GO TO CHECK-PERIOD-LOCK-END
           END-IF.

           MOVE "D" TO WS-PER-AUDIT-TYPE.
           PERFORM 9285-WRITE-PERIOD-AUDIT.
           MOVE "Y" TO WS-PER-DEROGE(WS-PER-TRIM).
           MOVE WS-PER-CLASSE TO WS-PER-DEROGE-CLASSE(WS-PER-TRIM).
           MOVE "N" TO WS-PER-VERROU.

           CHECK-PERIOD-LOCK-END.
           *>======================
               EXIT.

       9280-CHECK-REOPEN-RIGHT SECTION.
       *>----------------------------------

           CHECK-REOPEN-RIGHT-START.
           *>=========================

      *> Le droit de reouverture se lit dans OPERATRS.DAT et se
      *> confirme par le mot de passe de l'operateur, qu'il soit
      *> passe ou non par le menu principal.
           MOVE "N" TO WS-PER-DROIT.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.

           OPEN INPUT PERIOD-OPER-FILE.
           IF WS-PERIOD-OPER-STATUS NOT = "00"
      *> Meme regle que MENU-PRINCIPAL : sans OPERATRS.DAT,
      *> l'acces est complet.
               MOVE "Y" TO WS-PER-DROIT
               GO TO CHECK-REOPEN-RIGHT-END
           END-IF.

           IF RC-OPERATOR-ID = SPACES
               DISPLAY "Identifiant operateur (vide = abandon) :"
               ACCEPT WS-PER-SAISIE-ID
           ELSE
               MOVE RC-OPERATOR-ID TO WS-PER-SAISIE-ID
           END-IF.
           IF WS-PER-SAISIE-ID = SPACES
               CLOSE PERIOD-OPER-FILE
               GO TO CHECK-REOPEN-RIGHT-END
           END-IF.
           DISPLAY "Mot de passe de " WS-PER-SAISIE-ID " :".
           ACCEPT WS-HASH-INPUT.
           PERFORM 9400-HASH-PASSWORD.

           MOVE "N" TO WS-PER-EOF-OPER.
           PERFORM UNTIL WS-PER-END-OF-OPER
               READ PERIOD-OPER-FILE
                   AT END
                       MOVE "Y" TO WS-PER-EOF-OPER
                   NOT AT END
                       IF PO-ID = WS-PER-SAISIE-ID
                           IF PO-HASH = WS-HASH-VALUE AND
                                   PO-REOUVERTURE = "O" AND
                                   PO-STATUT NOT = "D" AND
                                   PO-STATUT NOT = "L"
                               MOVE "Y" TO WS-PER-DROIT
                               MOVE PO-ID TO RC-OPERATOR-ID
                           END-IF
                           MOVE "Y" TO WS-PER-EOF-OPER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-OPER-FILE.
           MOVE SPACES TO WS-HASH-INPUT.

           CHECK-REOPEN-RIGHT-END.
           *>=======================
               EXIT.

       9285-WRITE-PERIOD-AUDIT SECTION.
       *>----------------------------------

           WRITE-PERIOD-AUDIT-START.
           *>=========================

      *> Trace d'un evenement de periode dans NOTEAUDT.DAT :
      *> D = derogation sur trimestre clos, F = cloture,
      *> R = reouverture. Pas d'eleve ni de note concernes.
           OPEN EXTEND NOTE-AUDIT-FILE.
           IF WS-NOTE-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT NOTE-AUDIT-FILE
           END-IF.

           MOVE SPACES TO NOTE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NA-TIMESTAMP.
           IF RC-OPERATOR-ID = LOW-VALUES
               MOVE SPACES TO RC-OPERATOR-ID
           END-IF.
           MOVE RC-OPERATOR-ID TO NA-OPERATEUR.
           MOVE PROGRAM-TAG TO NA-PROGRAMME.
           MOVE WS-PER-AUDIT-TYPE TO NA-TYPE.
           MOVE WS-PER-CLASSE TO NA-ID-CLASSE.
           MOVE 0 TO NA-MATRICULE.
           MOVE WS-PER-TRIM TO NA-TRIMESTRE.
           MOVE 0 TO NA-ANC-NOTE.
           MOVE 0 TO NA-NOUV-NOTE.
           MOVE WS-PER-SAISIE-MOTIF TO NA-CODE-MOTIF.
           WRITE NOTE-AUDIT-RECORD.

           CLOSE NOTE-AUDIT-FILE.

           WRITE-PERIOD-AUDIT-END.
           *>=======================
               EXIT.

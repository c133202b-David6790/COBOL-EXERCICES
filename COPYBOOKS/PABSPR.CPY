       9310-LOAD-TEACHER-ABSENCES SECTION.
       *>--------------------------------------

           LOAD-TEACHER-ABSENCES-START.
           *>============================

           MOVE 0 TO WS-PABS-COUNT.
           MOVE 0 TO WS-PREMP-COUNT.
           MOVE "N" TO WS-PABS-DISPONIBLE.
           MOVE "N" TO WS-PABS-SATURE.
           MOVE "N" TO WS-EOF-PABS.
           OPEN INPUT TEACHER-ABSENCE-FILE.
           IF WS-PABS-FILE-STATUS NOT = "00"
               GO TO LOAD-TEACHER-ABSENCES-END
           END-IF.
           MOVE "Y" TO WS-PABS-DISPONIBLE.

           PERFORM UNTIL WS-END-OF-PABS
               READ TEACHER-ABSENCE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PABS
                   NOT AT END
                       IF PA-PROF = SPACES OR
                               PA-DATE-DEBUT IS NOT NUMERIC OR
                               PA-DATE-FIN IS NOT NUMERIC
                           DISPLAY "Absence professeur invalide "&
                               "ignoree : " PA-PROF
                       ELSE
                       IF WS-PABS-COUNT >= 300
                           MOVE "Y" TO WS-PABS-SATURE
                           MOVE "Y" TO WS-EOF-PABS
                       ELSE
                           ADD 1 TO WS-PABS-COUNT
                           SET WS-INDEX-PABS TO WS-PABS-COUNT
                           MOVE PA-PROF TO WS-PAB-PROF(WS-INDEX-PABS)
                           MOVE PA-DATE-DEBUT TO
                               WS-PAB-DATE-DEBUT(WS-INDEX-PABS)
                           MOVE PA-DEMI-DEBUT TO
                               WS-PAB-DEMI-DEBUT(WS-INDEX-PABS)
                           MOVE PA-DATE-FIN TO
                               WS-PAB-DATE-FIN(WS-INDEX-PABS)
                           MOVE PA-DEMI-FIN TO
                               WS-PAB-DEMI-FIN(WS-INDEX-PABS)
                           MOVE PA-MOTIF TO
                               WS-PAB-MOTIF(WS-INDEX-PABS)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHER-ABSENCE-FILE.

           MOVE "N" TO WS-EOF-PREMP.
           OPEN INPUT SUBSTITUTE-FILE.
           IF WS-PREMP-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-PREMP
                   READ SUBSTITUTE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PREMP
                       NOT AT END
                           IF WS-PREMP-COUNT >= 2000
                               MOVE "Y" TO WS-PABS-SATURE
                               MOVE "Y" TO WS-EOF-PREMP
                           ELSE
                               ADD 1 TO WS-PREMP-COUNT
                               SET WS-INDEX-PREMP TO WS-PREMP-COUNT
                               MOVE RP-DATE TO
                                   WS-PRP-DATE(WS-INDEX-PREMP)
                               MOVE RP-CRENEAU TO
                                   WS-PRP-CRENEAU(WS-INDEX-PREMP)
                               MOVE RP-ID-CLASSE TO
                                   WS-PRP-CLASSE(WS-INDEX-PREMP)
                               MOVE RP-MATIERE TO
                                   WS-PRP-MATIERE(WS-INDEX-PREMP)
                               MOVE RP-PROF-ABSENT TO
                                   WS-PRP-PROF-ABSENT(WS-INDEX-PREMP)
                               MOVE RP-REMPLACANT TO
                                   WS-PRP-REMPLACANT(WS-INDEX-PREMP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTE-FILE
           END-IF.

           IF WS-PABS-EST-SATURE
               DISPLAY "ATTENTION: PROFABS.DAT ou PROFREMP.DAT "&
                   "depasse la table (300 absences, 2000 "&
                   "remplacements)."
           END-IF.

           LOAD-TEACHER-ABSENCES-END.
           *>==========================
               EXIT.

       9320-COMPUTE-LOST-HOURS SECTION.
       *>-----------------------------------

           COMPUTE-LOST-HOURS-START.
           *>=========================

      *> Parcourt les jours de WS-PERTE-PERIODE-DEBUT a
      *> WS-PERTE-PERIODE-FIN (lundi a samedi) et, pour chaque
      *> creneau de l'emploi du temps de ce jour, compte l'heure due,
      *> perdue si le professeur est absent sur la demi-journee,
      *> remplacee si PROFREMP.DAT couvre la classe a ce creneau.
      *> L'emploi du temps (9270) et les absences (9310) sont charges
      *> par l'appelant.
           MOVE 0 TO WS-PERTE-COUNT.
           MOVE 0 TO WS-PERTE-JOURS-OUVRES.
           MOVE "N" TO WS-PERTE-SATURE.
           IF WS-EDT-COUNT = 0
               GO TO COMPUTE-LOST-HOURS-END
           END-IF.

           COMPUTE WS-PERTE-JOUR-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERTE-PERIODE-DEBUT).
           COMPUTE WS-PERTE-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERTE-PERIODE-FIN).

           PERFORM UNTIL WS-PERTE-JOUR-INT > WS-PERTE-FIN-INT
      *> Le 01/01/1601, jour 1 du calendrier, etait un lundi.
               COMPUTE WS-PERTE-JOUR-SEMAINE =
                   FUNCTION MOD(WS-PERTE-JOUR-INT - 1, 7) + 1
               IF WS-PERTE-JOUR-SEMAINE <= 6
                   ADD 1 TO WS-PERTE-JOURS-OUVRES
                   COMPUTE WS-PERTE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PERTE-JOUR-INT)
                   PERFORM VARYING WS-INDEX-EDT FROM 1 BY 1 UNTIL
                           WS-INDEX-EDT > WS-EDT-COUNT
                       IF WS-EDT-JOUR(WS-INDEX-EDT) =
                               WS-PERTE-JOUR-SEMAINE
                           PERFORM 9325-COUNT-ONE-SLOT
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-PERTE-JOUR-INT
           END-PERFORM.

           IF WS-PERTE-EST-SATURE
               DISPLAY "ATTENTION: plus de 600 couples classe/"&
                   "matiere/professeur, heures perdues incompletes."
           END-IF.

           COMPUTE-LOST-HOURS-END.
           *>=======================
               EXIT.

       9325-COUNT-ONE-SLOT SECTION.
       *>-------------------------------

           COUNT-ONE-SLOT-START.
           *>=====================

           PERFORM 9330-FIND-PERTE-ENTRY.
           IF NOT WS-PERTE-EST-TROUVE
               GO TO COUNT-ONE-SLOT-END
           END-IF.
           ADD 1 TO WS-PRT-DUES(WS-INDEX-PERTE).
           PERFORM 9275-CHECK-SHARED-LINE.
           IF NOT WS-EDT-EST-PARTAGE
               ADD 1 TO WS-PRS-DUES(WS-INDEX-PERTE)
           END-IF.

           MOVE WS-EDT-CRENEAU(WS-INDEX-EDT) TO WS-PERTE-CRENEAU.
           MOVE WS-EDT-PROF(WS-INDEX-EDT) TO WS-PERTE-PROF-CHERCHE.
           PERFORM 9326-CHECK-PROF-ABSENT.
           IF NOT WS-PERTE-PROF-EST-ABSENT
               GO TO COUNT-ONE-SLOT-END
           END-IF.
           ADD 1 TO WS-PRT-PERDUES(WS-INDEX-PERTE).
           IF NOT WS-EDT-EST-PARTAGE
               ADD 1 TO WS-PRS-PERDUES(WS-INDEX-PERTE)
           END-IF.

           MOVE WS-EDT-CLASSE(WS-INDEX-EDT) TO WS-PERTE-CLASSE.
           PERFORM 9327-CHECK-SLOT-REPLACED.
           IF WS-PERTE-EST-REMPLACE
               ADD 1 TO WS-PRT-REMPLACEES(WS-INDEX-PERTE)
               IF NOT WS-EDT-EST-PARTAGE
                   ADD 1 TO WS-PRS-REMPLACEES(WS-INDEX-PERTE)
               END-IF
           END-IF.

           COUNT-ONE-SLOT-END.
           *>===================
               EXIT.

       9326-CHECK-PROF-ABSENT SECTION.
       *>----------------------------------

           CHECK-PROF-ABSENT-START.
           *>========================

      *> WS-PERTE-PROF-CHERCHE est-il absent le WS-PERTE-DATE au
      *> creneau WS-PERTE-CRENEAU ? Creneaux 1 a 5 (avant 13h) =
      *> matin, 6 a 10 = apres-midi.
           MOVE "N" TO WS-PERTE-PROF-ABSENT.
           COMPUTE WS-PERTE-CLE-CRENEAU = WS-PERTE-DATE * 10 + 1.
           IF WS-PERTE-CRENEAU > 5
               ADD 1 TO WS-PERTE-CLE-CRENEAU
           END-IF.

           PERFORM VARYING WS-INDEX-PABS FROM 1 BY 1 UNTIL
                   WS-INDEX-PABS > WS-PABS-COUNT
               IF WS-PAB-PROF(WS-INDEX-PABS) = WS-PERTE-PROF-CHERCHE
                   COMPUTE WS-PERTE-CLE-DEBUT =
                       WS-PAB-DATE-DEBUT(WS-INDEX-PABS) * 10 + 1
                   IF WS-PAB-DEMI-DEBUT(WS-INDEX-PABS) = "A"
                       ADD 1 TO WS-PERTE-CLE-DEBUT
                   END-IF
                   COMPUTE WS-PERTE-CLE-FIN =
                       WS-PAB-DATE-FIN(WS-INDEX-PABS) * 10 + 2
                   IF WS-PAB-DEMI-FIN(WS-INDEX-PABS) = "M"
                       SUBTRACT 1 FROM WS-PERTE-CLE-FIN
                   END-IF
                   IF WS-PERTE-CLE-CRENEAU >= WS-PERTE-CLE-DEBUT AND
                           WS-PERTE-CLE-CRENEAU <= WS-PERTE-CLE-FIN
                       MOVE "Y" TO WS-PERTE-PROF-ABSENT
                       GO TO CHECK-PROF-ABSENT-END
                   END-IF
               END-IF
           END-PERFORM.

           CHECK-PROF-ABSENT-END.
           *>======================
               EXIT.

       9327-CHECK-SLOT-REPLACED SECTION.
       *>------------------------------------

           CHECK-SLOT-REPLACED-START.
           *>==========================

           MOVE "N" TO WS-PERTE-REMPLACE.
           PERFORM VARYING WS-INDEX-PREMP FROM 1 BY 1 UNTIL
                   WS-INDEX-PREMP > WS-PREMP-COUNT
               IF WS-PRP-DATE(WS-INDEX-PREMP) = WS-PERTE-DATE AND
                       WS-PRP-CRENEAU(WS-INDEX-PREMP) =
                           WS-PERTE-CRENEAU AND
                       WS-PRP-CLASSE(WS-INDEX-PREMP) = WS-PERTE-CLASSE
                       AND WS-PRP-PROF-ABSENT(WS-INDEX-PREMP) =
                           WS-EDT-PROF(WS-INDEX-EDT)
                   MOVE "Y" TO WS-PERTE-REMPLACE
                   GO TO CHECK-SLOT-REPLACED-END
               END-IF
           END-PERFORM.

           CHECK-SLOT-REPLACED-END.
           *>========================
               EXIT.

       9330-FIND-PERTE-ENTRY SECTION.
       *>---------------------------------

           FIND-PERTE-ENTRY-START.
           *>=======================

      *> Cherche (ou cree) la ligne classe/matiere/professeur du
      *> creneau WS-INDEX-EDT.
           MOVE "N" TO WS-PERTE-TROUVE.
           PERFORM VARYING WS-INDEX-PERTE FROM 1 BY 1 UNTIL
                   WS-INDEX-PERTE > WS-PERTE-COUNT
               IF WS-PRT-CLASSE(WS-INDEX-PERTE) =
                       WS-EDT-CLASSE(WS-INDEX-EDT) AND
                       WS-PRT-MATIERE(WS-INDEX-PERTE) =
                           WS-EDT-MATIERE(WS-INDEX-EDT) AND
                       WS-PRT-PROF(WS-INDEX-PERTE) =
                           WS-EDT-PROF(WS-INDEX-EDT)
                   MOVE "Y" TO WS-PERTE-TROUVE
                   GO TO FIND-PERTE-ENTRY-END
               END-IF
           END-PERFORM.

           IF WS-PERTE-COUNT >= 600
               MOVE "Y" TO WS-PERTE-SATURE
               GO TO FIND-PERTE-ENTRY-END
           END-IF.
           ADD 1 TO WS-PERTE-COUNT.
           SET WS-INDEX-PERTE TO WS-PERTE-COUNT.
           MOVE WS-EDT-CLASSE(WS-INDEX-EDT) TO
               WS-PRT-CLASSE(WS-INDEX-PERTE).
           MOVE WS-EDT-MATIERE(WS-INDEX-EDT) TO
               WS-PRT-MATIERE(WS-INDEX-PERTE).
           MOVE WS-EDT-PROF(WS-INDEX-EDT) TO
               WS-PRT-PROF(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRT-DUES(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRT-PERDUES(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRT-REMPLACEES(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRS-DUES(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRS-PERDUES(WS-INDEX-PERTE).
           MOVE 0 TO WS-PRS-REMPLACEES(WS-INDEX-PERTE).
           MOVE "Y" TO WS-PERTE-TROUVE.

           FIND-PERTE-ENTRY-END.
           *>=====================
               EXIT.

       9340-SORT-LOST-HOURS SECTION.
       *>--------------------------------

           SORT-LOST-HOURS-START.
           *>======================

      *> Tri par classe puis matiere pour les editions.
           PERFORM VARYING WS-INDEX-PERTE FROM 1 BY 1 UNTIL
                   WS-INDEX-PERTE >= WS-PERTE-COUNT
               PERFORM VARYING WS-INDEX-PERTE2 FROM WS-INDEX-PERTE
                       BY 1 UNTIL WS-INDEX-PERTE2 > WS-PERTE-COUNT
                   IF WS-PRT-CLASSE(WS-INDEX-PERTE2) <
                           WS-PRT-CLASSE(WS-INDEX-PERTE) OR
                           (WS-PRT-CLASSE(WS-INDEX-PERTE2) =
                               WS-PRT-CLASSE(WS-INDEX-PERTE) AND
                           WS-PRT-MATIERE(WS-INDEX-PERTE2) <
                               WS-PRT-MATIERE(WS-INDEX-PERTE))
                       MOVE WS-PERTE-ENTRY(WS-INDEX-PERTE) TO
                           WS-PERTE-ECHANGE
                       MOVE WS-PERTE-ENTRY(WS-INDEX-PERTE2) TO
                           WS-PERTE-ENTRY(WS-INDEX-PERTE)
                       MOVE WS-PERTE-ECHANGE TO
                           WS-PERTE-ENTRY(WS-INDEX-PERTE2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           SORT-LOST-HOURS-END.
           *>====================
               EXIT.

       9270-LOAD-TIMETABLE SECTION.
       *>-------------------------------

           LOAD-TIMETABLE-START.
           *>=====================

      *> Un creneau = une heure de cours : le nombre de creneaux d'un
      *> professeur dans une matiere se compare directement a son
      *> service hebdomadaire PF-HEURES.
           MOVE 0 TO WS-EDT-COUNT.
           MOVE "N" TO WS-EDT-SATURE.
           MOVE "N" TO WS-EOF-EDT.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-EDT-FILE-STATUS NOT = "00"
               DISPLAY "Pas de EMPLTEMP.DAT: emploi du temps vide."
               GO TO LOAD-TIMETABLE-END
           END-IF.

           PERFORM UNTIL WS-END-OF-EDT
               READ TIMETABLE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-EDT
                   NOT AT END
                       IF ED-JOUR IS NOT NUMERIC OR
                               ED-JOUR < 1 OR ED-JOUR > 6 OR
                               ED-CRENEAU IS NOT NUMERIC OR
                               ED-CRENEAU < 1 OR ED-CRENEAU > 10
                           DISPLAY "Creneau invalide ignore : "
                               ED-ID-CLASSE " " ED-JOUR " "
                               ED-CRENEAU
                       ELSE
                       IF WS-EDT-COUNT >= 1500
                           MOVE "Y" TO WS-EDT-SATURE
                           MOVE "Y" TO WS-EOF-EDT
                       ELSE
                           ADD 1 TO WS-EDT-COUNT
                           SET WS-INDEX-EDT TO WS-EDT-COUNT
                           MOVE ED-ID-CLASSE TO
                               WS-EDT-CLASSE(WS-INDEX-EDT)
                           MOVE ED-JOUR TO WS-EDT-JOUR(WS-INDEX-EDT)
                           MOVE ED-CRENEAU TO
                               WS-EDT-CRENEAU(WS-INDEX-EDT)
                           MOVE FUNCTION UPPER-CASE(ED-MATIERE) TO
                               WS-EDT-MATIERE(WS-INDEX-EDT)
                           MOVE ED-PROF TO WS-EDT-PROF(WS-INDEX-EDT)
                           MOVE ED-SALLE TO
                               WS-EDT-SALLE(WS-INDEX-EDT)
                           MOVE ED-GROUPE TO
                               WS-EDT-GROUPE(WS-INDEX-EDT)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMETABLE-FILE.

           IF WS-EDT-EST-SATURE
               DISPLAY "ATTENTION: EMPLTEMP.DAT depasse la table "&
                   "(1500 creneaux)."
           END-IF.

           LOAD-TIMETABLE-END.
           *>===================
               EXIT.

       9275-CHECK-SHARED-LINE SECTION.
       *>----------------------------------

           CHECK-SHARED-LINE-START.
           *>========================

      *> Un groupe d'option commun a plusieurs classes a une ligne
      *> par classe au meme creneau, avec le meme professeur : une
      *> seule heure enseignee. La ligne WS-INDEX-EDT est partagee
      *> quand une ligne precedente du meme groupe la couvre deja.
           MOVE "N" TO WS-EDT-PARTAGE.
           IF WS-EDT-GROUPE(WS-INDEX-EDT) = SPACES
               GO TO CHECK-SHARED-LINE-END
           END-IF.
           PERFORM VARYING WS-INDEX-EDT2 FROM 1 BY 1 UNTIL
                   WS-INDEX-EDT2 >= WS-INDEX-EDT
               IF WS-EDT-JOUR(WS-INDEX-EDT2) =
                       WS-EDT-JOUR(WS-INDEX-EDT) AND
                       WS-EDT-CRENEAU(WS-INDEX-EDT2) =
                           WS-EDT-CRENEAU(WS-INDEX-EDT) AND
                       WS-EDT-PROF(WS-INDEX-EDT2) =
                           WS-EDT-PROF(WS-INDEX-EDT) AND
                       WS-EDT-MATIERE(WS-INDEX-EDT2) =
                           WS-EDT-MATIERE(WS-INDEX-EDT) AND
                       WS-EDT-GROUPE(WS-INDEX-EDT2) =
                           WS-EDT-GROUPE(WS-INDEX-EDT)
                   MOVE "Y" TO WS-EDT-PARTAGE
                   GO TO CHECK-SHARED-LINE-END
               END-IF
           END-PERFORM.

           CHECK-SHARED-LINE-END.
           *>======================
               EXIT.

      *> Ces sections utilisent la table des groupes d'option de
      *> PROFWS, chargee par 9250-LOAD-TEACHERS.
       9420-LOAD-ENROLMENTS SECTION.
       *>--------------------------------

           LOAD-ENROLMENTS-START.
           *>======================

           MOVE 0 TO WS-NB-INSC.
           MOVE "N" TO WS-EOF-INSC.
           OPEN INPUT ENROLMENT-FILE.
           IF WS-INSC-FILE-STATUS NOT = "00"
               IF WS-NB-OPTGRP > 0
                   DISPLAY "Pas de INSCOPT.DAT: aucun eleve inscrit "&
                       "aux groupes d'option."
               END-IF
               GO TO LOAD-ENROLMENTS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-INSC
               READ ENROLMENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-INSC
                   NOT AT END
                       IF IO-MATRICULE IS NUMERIC AND
                               IO-MATRICULE > 0 AND
                               IO-GROUPE NOT = SPACES
                           IF WS-NB-INSC >= 3000
                               DISPLAY "Trop d'inscriptions, ignoree: "
                                   IO-MATRICULE " " IO-GROUPE
                           ELSE
                               ADD 1 TO WS-NB-INSC
                               SET WS-INDEX-INSC TO WS-NB-INSC
                               MOVE IO-MATRICULE TO
                                   WS-INS-MATRICULE(WS-INDEX-INSC)
                               MOVE IO-GROUPE TO
                                   WS-INS-GROUPE(WS-INDEX-INSC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLMENT-FILE.

           LOAD-ENROLMENTS-END.
           *>====================
               EXIT.

       9430-CHECK-ENROLMENT SECTION.
       *>--------------------------------

           CHECK-ENROLMENT-START.
           *>======================

      *> Une matiere rattachee a un groupe d'option de la classe n'est
      *> suivie que par les inscrits du groupe ; les autres matieres
      *> sont suivies par toute la classe. Un eleve sans matricule
      *> ne peut etre controle et reste compte.
           MOVE "Y" TO WS-INSC-INSCRIT.
           MOVE "N" TO WS-INSC-OPTIONNELLE.
           IF WS-NB-OPTGRP = 0 OR WS-INSC-LOOKUP-MATRICULE = 0
               GO TO CHECK-ENROLMENT-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-INSC-LOOKUP-MATIERE) TO
               WS-INSC-LOOKUP-MATIERE.
           MOVE FUNCTION UPPER-CASE(WS-INSC-LOOKUP-CODE) TO
               WS-INSC-LOOKUP-CODE.

           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               IF WS-OGR-MATIERE(WS-INDEX-OGR) NOT = SPACES AND
                       (WS-OGR-MATIERE(WS-INDEX-OGR) =
                       WS-INSC-LOOKUP-MATIERE OR
                       (WS-OGR-MATIERE(WS-INDEX-OGR)(7:14) = SPACES
                       AND
                       (WS-OGR-MATIERE(WS-INDEX-OGR)(1:6) =
                           WS-INSC-LOOKUP-CODE OR
                       WS-OGR-MATIERE(WS-INDEX-OGR)(1:6) =
                           WS-INSC-LOOKUP-MATIERE(1:6))))
                   PERFORM VARYING WS-INSC-SCAN FROM 1 BY 1 UNTIL
                           WS-INSC-SCAN > 5
                       IF WS-OGR-CLASSE(WS-INDEX-OGR WS-INSC-SCAN) =
                               WS-INSC-LOOKUP-CLASSE
                           MOVE "Y" TO WS-INSC-OPTIONNELLE
                           MOVE WS-OGR-GROUPE(WS-INDEX-OGR) TO
                               WS-INSC-LOOKUP-GROUPE
                           PERFORM 9435-CHECK-GROUP-MEMBER
                           IF WS-INSC-EST-INSCRIT
                               GO TO CHECK-ENROLMENT-END
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-INSC-EST-OPTIONNELLE
               MOVE "N" TO WS-INSC-INSCRIT
           ELSE
               MOVE "Y" TO WS-INSC-INSCRIT
           END-IF.

           CHECK-ENROLMENT-END.
           *>====================
               EXIT.

       9435-CHECK-GROUP-MEMBER SECTION.
       *>-----------------------------------

           CHECK-GROUP-MEMBER-START.
           *>=========================

           MOVE "N" TO WS-INSC-INSCRIT.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               IF WS-INS-MATRICULE(WS-INDEX-INSC) =
                       WS-INSC-LOOKUP-MATRICULE AND
                       WS-INS-GROUPE(WS-INDEX-INSC) =
                       WS-INSC-LOOKUP-GROUPE
                   MOVE "Y" TO WS-INSC-INSCRIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHECK-GROUP-MEMBER-END.
           *>=======================
               EXIT.

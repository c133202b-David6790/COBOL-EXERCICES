                   "desactive."
           END-IF.

           PERFORM 9255-LOAD-OPTION-GROUPS.

           LOAD-TEACHERS-END.
           *>==================
               EXIT.

       9255-LOAD-OPTION-GROUPS SECTION.
       *>-----------------------------------

           LOAD-OPTION-GROUPS-START.
           *>=========================

      *> OPTGRP.DAT est facultatif : sans groupe, chaque eleve d'une
      *> classe suit toutes les matieres de la classe.
           MOVE 0 TO WS-NB-OPTGRP.
           MOVE "N" TO WS-EOF-OPTGRP.
           OPEN INPUT OPTION-GROUP-FILE.
           IF WS-OPTGRP-FILE-STATUS NOT = "00"
               GO TO LOAD-OPTION-GROUPS-END
           END-IF.
           PERFORM UNTIL WS-END-OF-OPTGRP OR WS-NB-OPTGRP >= 60
               READ OPTION-GROUP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-OPTGRP
                   NOT AT END
                       IF OG-GROUPE NOT = SPACES
                           ADD 1 TO WS-NB-OPTGRP
                           SET WS-INDEX-OGR TO WS-NB-OPTGRP
                           MOVE OG-GROUPE TO
                               WS-OGR-GROUPE(WS-INDEX-OGR)
                           MOVE FUNCTION UPPER-CASE(OG-MATIERE) TO
                               WS-OGR-MATIERE(WS-INDEX-OGR)
                           PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1
                                   UNTIL WS-OGR-SCAN > 5
                               MOVE OG-CLASSE(WS-OGR-SCAN) TO
                                   WS-OGR-CLASSE(WS-INDEX-OGR
                                       WS-OGR-SCAN)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPTION-GROUP-FILE.

           LOAD-OPTION-GROUPS-END.
           *>=======================
               EXIT.

       9260-CHECK-ASSIGNMENT SECTION.
       *>--------------------------------

                                   WS-PROF-LOOKUP-CLASSE NOT = SPACES
                               MOVE "Y" TO WS-PROF-AUTORISE
                           END-IF
                           IF NOT WS-PROF-IS-AUTORISE AND
                                   WS-PROF-LOOKUP-CLASSE NOT = SPACES
                               PERFORM 9265-CHECK-GROUP-SLOT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           CHECK-ASSIGNMENT-END.
           *>=====================
               EXIT.

       9265-CHECK-GROUP-SLOT SECTION.
       *>---------------------------------

           CHECK-GROUP-SLOT-START.
           *>=======================

      *> Une case classe de PROFS.DAT peut designer un groupe
      *> d'option : le service couvre alors les classes du groupe.
           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               IF WS-OGR-GROUPE(WS-INDEX-OGR) =
                       WS-TCH-CLASSE(WS-INDEX-TEACH WS-PROF-SCAN)
                   PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1 UNTIL
                           WS-OGR-SCAN > 5
                       IF WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN) =
                               WS-PROF-LOOKUP-CLASSE
                           MOVE "Y" TO WS-PROF-AUTORISE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CHECK-GROUP-SLOT-END.
           *>=====================
               EXIT.

       9268-CHECK-GROUP-CLASS SECTION.
       *>----------------------------------

           CHECK-GROUP-CLASS-START.
           *>=========================

      *> Le groupe WS-OGR-LOOKUP-GROUPE existe dans OPTGRP.DAT et
      *> compte la classe WS-OGR-LOOKUP-CLASSE parmi ses classes.
           MOVE "N" TO WS-OGR-VALIDE.
           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               IF WS-OGR-GROUPE(WS-INDEX-OGR) = WS-OGR-LOOKUP-GROUPE
                   PERFORM VARYING WS-OGR-SCAN FROM 1 BY 1 UNTIL
                           WS-OGR-SCAN > 5
                       IF WS-OGR-CLASSE(WS-INDEX-OGR WS-OGR-SCAN) =
                               WS-OGR-LOOKUP-CLASSE AND
                               WS-OGR-LOOKUP-CLASSE NOT = SPACES
                           MOVE "Y" TO WS-OGR-VALIDE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           CHECK-GROUP-CLASS-END.
           *>======================
               EXIT.

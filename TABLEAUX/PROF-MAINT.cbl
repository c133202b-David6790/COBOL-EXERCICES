       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROFSL.
           COPY INSCSL.
           COPY MATCATSL.
           SELECT STUDENT-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY PROFFD.

       COPY INSCFD.

       COPY MATCATFD.

       FD  STUDENT-FILE.
       01  WS-CLASS-SIZE-COUNT PIC 9(2) VALUE 0.
       01  WS-CLS-FOUND PIC X VALUE "N".
           88  WS-CLS-IS-FOUND VALUE "Y".
       01  WS-LIBELLE-CLASSE PIC X(7).
       01  WS-NB-INSCRITS-GROUPE PIC 9(4) VALUE 0.

       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 750 TIMES

       COPY PROFWS.

       COPY INSCWS.

       COPY ENVCTLWS.

       COPY OPSLOGWS.
           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9420-LOAD-ENROLMENTS.

           PERFORM UNTIL WS-QUIT-CHOICE
               PERFORM 1000-DISPLAY-MENU

           MOVE 0 TO WS-NB-CLASSES-SAISIES.
           PERFORM UNTIL WS-NB-CLASSES-SAISIES >= 10
               DISPLAY "Classe ou groupe d'option enseigne "&
                   "(vide = fin) :"
               ACCEPT WS-SAISIE-CLASSE
               IF WS-SAISIE-CLASSE = SPACES
                   EXIT PERFORM
           *>===========================

           MOVE 0 TO WS-EDIT-ELEVES.
           MOVE "Classe" TO WS-LIBELLE-CLASSE.
           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
                   WS-INDEX-CLS > WS-CLASS-SIZE-COUNT
               IF WS-CLS-ID(WS-INDEX-CLS) =
               END-IF
           END-PERFORM.

      *> Un groupe d'option compte ses inscrits de INSCOPT.DAT.
           PERFORM VARYING WS-INDEX-OGR FROM 1 BY 1 UNTIL
                   WS-INDEX-OGR > WS-NB-OPTGRP
               IF WS-OGR-GROUPE(WS-INDEX-OGR) =
                       WS-TCH-CLASSE(WS-INDEX-TEACH WS-PROF-SCAN)
                   MOVE "Groupe" TO WS-LIBELLE-CLASSE
                   PERFORM 6220-COUNT-GROUP-MEMBERS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO SERVICE-REPORT-RECORD.
           STRING "  " WS-LIBELLE-CLASSE " "
                   WS-TCH-CLASSE(WS-INDEX-TEACH WS-PROF-SCAN)
                   " : " WS-EDIT-ELEVES " eleve(s)"
               DELIMITED BY SIZE INTO SERVICE-REPORT-RECORD
           *>=========================
               EXIT.

       6220-COUNT-GROUP-MEMBERS SECTION.
       *>-----------------------------------

           COUNT-GROUP-MEMBERS-START.
           *>==========================

           MOVE 0 TO WS-NB-INSCRITS-GROUPE.
           PERFORM VARYING WS-INDEX-INSC FROM 1 BY 1 UNTIL
                   WS-INDEX-INSC > WS-NB-INSC
               IF WS-INS-GROUPE(WS-INDEX-INSC) =
                       WS-OGR-GROUPE(WS-INDEX-OGR)
                   ADD 1 TO WS-NB-INSCRITS-GROUPE
               END-IF
           END-PERFORM.
           MOVE WS-NB-INSCRITS-GROUPE TO WS-EDIT-ELEVES.
           ADD WS-NB-INSCRITS-GROUPE TO WS-TOTAL-ELEVES-PROF.

           COUNT-GROUP-MEMBERS-END.
           *>========================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------


       COPY PROFPR.

       COPY INSCPR.

       END PROGRAM PROF-MAINT.

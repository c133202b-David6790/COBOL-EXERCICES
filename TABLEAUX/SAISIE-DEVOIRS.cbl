       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIE-DEVOIRS.
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
           SELECT STUDENT-FILE ASSIGN TO "ELEVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-FILE-STATUS.
           COPY DEVSL.
           COPY MATCATSL.
           COPY PROFSL.
           COPY RUNCTLSL.
           COPY PERSL.
           COPY NAUDSL.
           COPY PORTSL.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  ELEVE-RECORD.
           05 ER-ID-CLASSE              PIC X(5).
           05 ER-NOM                    PIC X(12).
           05 ER-PRENOM                 PIC X(12).
           05 ER-TRIMESTRE              PIC 9.
           05 ER-MATIERE                PIC X(20).
           05 ER-COEFF                  PIC 9.
           05 ER-NOTE                   PIC 9(2)V99.
           05 ER-NOTE-FLAG               PIC X.
           05 ER-MATRICULE              PIC 9(6).

       COPY DEVFD.

       COPY MATCATFD.

       COPY PROFFD.

       COPY RUNCTLFD.

       COPY PERFD.

       COPY NAUDFD.

       COPY PORTFD.

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
       01  WS-STUDENT-FILE-STATUS PIC X(2).
       01  WS-EOF-STUDENT PIC X VALUE "N".
           88  WS-END-OF-STUDENT VALUE "Y".
       01  WS-DEVOIR-FILE-STATUS PIC X(2).

      *> Entete du devoir : commune a toutes les notes saisies.
       01  WS-SAISIE-CLASSE PIC X(5).
       01  WS-SAISIE-TRIMESTRE PIC X.
       01  WS-SAISIE-MATIERE PIC X(20).
       01  WS-SAISIE-DATE-TXT PIC X(8).
       01  WS-SAISIE-DATE PIC 9(8).
       01  WS-SAISIE-DATE-R REDEFINES WS-SAISIE-DATE.
           05 WS-SAISIE-DATE-AAAA       PIC 9(4).
           05 WS-SAISIE-DATE-MM         PIC 9(2).
           05 WS-SAISIE-DATE-JJ         PIC 9(2).
       01  WS-SAISIE-TYPE PIC X(6).
       01  WS-SAISIE-POIDS PIC X(4).
       01  WS-SAISIE-POIDS-NUM PIC 9V9.
       01  WS-SAISIE-BAREME PIC X(3).
       01  WS-SAISIE-BAREME-NUM PIC 9(3).
       01  WS-TRIM-NUM PIC 9.

      *> Ligne eleve.
       01  WS-SAISIE-NOM PIC X(12).
       01  WS-SAISIE-PRENOM PIC X(12).
       01  WS-SAISIE-MATRICULE PIC 9(6) VALUE 0.
       01  WS-SAISIE-MATRICULE-TXT PIC X(6).
       01  WS-SAISIE-NOTE PIC X(7).
       01  WS-SAISIE-NOTE-NUM PIC 9(3)V99.
       01  WS-SAISIE-NOTE-FLAG PIC X.

       01  WS-FIELD-OK PIC X VALUE "N".
           88  WS-FIELD-IS-OK VALUE "Y".
       01  WS-HEADER-OK PIC X VALUE "N".
           88  WS-HEADER-IS-OK VALUE "Y".
       01  WS-CONTINUE-SAISIE PIC X VALUE "O".
           88  WS-STOP-SAISIE VALUE "N" "n".
       01  WS-FIN-LISTE PIC X VALUE "N".
           88  WS-FIN-DE-LISTE VALUE "Y".
       01  WS-REPONSE-PROPOSITION PIC X.

      *> Liste de la classe reprise de ELEVES.DAT : chaque eleve est
      *> propose a tour de role ; sans liste, les noms sont saisis.
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-INDEX-ROSTER.
               10 WS-RST-NOM             PIC X(12).
               10 WS-RST-PRENOM          PIC X(12).
               10 WS-RST-MATRICULE       PIC 9(6).
       01  WS-ROSTER-COUNT PIC 9(2) VALUE 0.
       01  WS-NOM-FOUND PIC X VALUE "N".
           88  WS-NOM-IS-FOUND VALUE "Y".

       01  WS-COUNT-ECRITS PIC 9(5) VALUE 0.
       01  WS-COUNT-ABSENTS PIC 9(5) VALUE 0.
       01  WS-EDIT-BAREME PIC ZZ9.

       COPY MATCATWS.

       COPY PROFWS.

       COPY RUNCTLWS.

       COPY ENVCTLWS.

       COPY PERWS.

       COPY PWHASHWS.

       COPY PORTWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.

       0000-MODULE-DIRECTEUR SECTION.
       *>----------------------------

           PROCEDURES-START.
           *>===============

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 9300-LOAD-SUBJECT-CATALOG.
           PERFORM 9250-LOAD-TEACHERS.
           PERFORM 9290-IDENTIFY-SCOPE-OPERATOR.
           IF WS-SCO-EST-BLOQUE
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               GO TO PROCEDURES-END
           END-IF.
           PERFORM 9270-LOAD-PERIODES.

           DISPLAY "=== Saisie des devoirs (DEVOIRS.DAT) ===".
           PERFORM UNTIL WS-STOP-SAISIE
               PERFORM 1000-CAPTURE-HEADER
               IF WS-HEADER-IS-OK
                   PERFORM 2000-LOAD-ROSTER
                   IF WS-ROSTER-COUNT > 0
                       PERFORM 3000-CAPTURE-FROM-ROSTER
                   ELSE
                       PERFORM 4000-CAPTURE-FREE-NAMES
                   END-IF
               END-IF
               DISPLAY "Saisir un autre devoir? O/N"
               ACCEPT WS-CONTINUE-SAISIE
           END-PERFORM.

           DISPLAY "Notes de devoir ajoutees : " WS-COUNT-ECRITS
               " dont absents : " WS-COUNT-ABSENTS.

           MOVE 0 TO WS-RUN-IN.
           MOVE WS-COUNT-ECRITS TO WS-RUN-OUT.
           MOVE 0 TO WS-RUN-REJ.
           PERFORM 9200-POST-RUN-CONTROL.

           PROCEDURES-END.
           *>============
               GO TO 9999-PROGRAMME-END.

       1000-CAPTURE-HEADER SECTION.
       *>------------------------------

           CAPTURE-HEADER-START.
           *>=====================

           MOVE "N" TO WS-HEADER-OK.

           DISPLAY "Classe (5 caracteres) :".
           ACCEPT WS-SAISIE-CLASSE.
           IF WS-SAISIE-CLASSE = SPACES
               DISPLAY "Classe obligatoire, saisie abandonnee."
               GO TO CAPTURE-HEADER-END
           END-IF.
           MOVE WS-SAISIE-CLASSE TO WS-SCO-CLASSE.
           MOVE SPACES TO WS-SCO-MATIERE.
           PERFORM 9295-CHECK-OPERATOR-SCOPE.
           IF NOT WS-SCO-EST-AUTORISE
               GO TO CAPTURE-HEADER-END
           END-IF.

           DISPLAY "Trimestre (1 a 3) :".
           ACCEPT WS-SAISIE-TRIMESTRE.
           IF WS-SAISIE-TRIMESTRE = "1" OR "2" OR "3"
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIM-NUM
           ELSE
               DISPLAY "Trimestre invalide (1 a 3 attendu), "&
                   "saisie abandonnee."
               GO TO CAPTURE-HEADER-END
           END-IF.

           MOVE WS-TRIM-NUM TO WS-PER-TRIM.
           MOVE WS-SAISIE-CLASSE TO WS-PER-CLASSE.
           PERFORM 9275-CHECK-PERIOD-LOCK.
           IF WS-PER-EST-VERROUILLE
               DISPLAY "Saisie abandonnee."
               GO TO CAPTURE-HEADER-END
           END-IF.

           DISPLAY "Matiere :".
           ACCEPT WS-SAISIE-MATIERE.
           IF WS-SAISIE-MATIERE = SPACES
               DISPLAY "Matiere obligatoire, saisie abandonnee."
               GO TO CAPTURE-HEADER-END
           END-IF.
           PERFORM 1100-VALIDATE-MATIERE.
           IF NOT WS-FIELD-IS-OK
               GO TO CAPTURE-HEADER-END
           END-IF.

           IF WS-SCO-EST-RESTREINT
               IF WS-NB-MCAT = 0
                   MOVE FUNCTION UPPER-CASE(WS-SAISIE-MATIERE(1:6))
                       TO WS-SCO-MATIERE
               ELSE
                   IF WS-MCAT-IS-FOUND
                       MOVE WS-MCAT-RESOLVED-CODE TO WS-SCO-MATIERE
                   ELSE
                       MOVE WS-MCAT-CLOSEST-CODE TO WS-SCO-MATIERE
                   END-IF
               END-IF
               PERFORM 9295-CHECK-OPERATOR-SCOPE
               IF NOT WS-SCO-EST-AUTORISE
                   GO TO CAPTURE-HEADER-END
               END-IF
           END-IF.

           PERFORM 1200-CAPTURE-DATE.
           IF NOT WS-FIELD-IS-OK
               GO TO CAPTURE-HEADER-END
           END-IF.

           DISPLAY "Type de devoir (DS, INTERR, ORAL, DM...) :".
           ACCEPT WS-SAISIE-TYPE.
           IF WS-SAISIE-TYPE = SPACES
               MOVE "DS" TO WS-SAISIE-TYPE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-TYPE) TO WS-SAISIE-TYPE.

           DISPLAY "Poids du devoir (0.1 a 9.9, vide = 1) :".
           ACCEPT WS-SAISIE-POIDS.
           IF WS-SAISIE-POIDS = SPACES
               MOVE 1 TO WS-SAISIE-POIDS-NUM
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-POIDS) = 0 AND
                       FUNCTION NUMVAL(WS-SAISIE-POIDS) > 0 AND
                       FUNCTION NUMVAL(WS-SAISIE-POIDS) < 10
                   MOVE FUNCTION NUMVAL(WS-SAISIE-POIDS) TO
                       WS-SAISIE-POIDS-NUM
               ELSE
                   DISPLAY "Poids invalide, saisie abandonnee."
                   GO TO CAPTURE-HEADER-END
               END-IF
           END-IF.
           IF WS-SAISIE-POIDS-NUM = 0
               DISPLAY "Poids invalide, saisie abandonnee."
               GO TO CAPTURE-HEADER-END
           END-IF.

           DISPLAY "Bareme (note sur, vide = 20) :".
           ACCEPT WS-SAISIE-BAREME.
           IF WS-SAISIE-BAREME = SPACES
               MOVE 20 TO WS-SAISIE-BAREME-NUM
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-BAREME) = 0 AND
                       FUNCTION NUMVAL(WS-SAISIE-BAREME) >= 1 AND
                       FUNCTION NUMVAL(WS-SAISIE-BAREME) <= 999
                   MOVE FUNCTION NUMVAL(WS-SAISIE-BAREME) TO
                       WS-SAISIE-BAREME-NUM
               ELSE
                   DISPLAY "Bareme invalide (1 a 999 attendu), "&
                       "saisie abandonnee."
                   GO TO CAPTURE-HEADER-END
               END-IF
           END-IF.
           MOVE WS-SAISIE-BAREME-NUM TO WS-EDIT-BAREME.

           MOVE "Y" TO WS-HEADER-OK.

           CAPTURE-HEADER-END.
           *>===================
               EXIT.

       1100-VALIDATE-MATIERE SECTION.
       *>--------------------------------

           VALIDATE-MATIERE-START.
           *>=======================

           MOVE "Y" TO WS-FIELD-OK.
           IF WS-NB-MCAT = 0
               GO TO VALIDATE-MATIERE-END
           END-IF.

           MOVE "N" TO WS-FIELD-OK.
           MOVE WS-SAISIE-MATIERE TO WS-MCAT-LOOKUP.
           PERFORM 9350-LOOKUP-MATIERE.

           IF WS-MCAT-IS-FOUND
               MOVE WS-MCAT-RESOLVED-LIB TO WS-SAISIE-MATIERE
               DISPLAY "Matiere retenue : " WS-MCAT-RESOLVED-CODE
                   " " WS-MCAT-RESOLVED-LIB
               MOVE "Y" TO WS-FIELD-OK
               GO TO VALIDATE-MATIERE-END
           END-IF.

           IF WS-MCAT-CLOSEST-LIB = SPACES
               DISPLAY "Matiere inconnue au referentiel, saisie "&
                   "abandonnee."
               GO TO VALIDATE-MATIERE-END
           END-IF.

           DISPLAY "Matiere inconnue. Proposition : "
               WS-MCAT-CLOSEST-CODE " " WS-MCAT-CLOSEST-LIB.
           DISPLAY "Utiliser la proposition? O/N".
           ACCEPT WS-REPONSE-PROPOSITION.
           IF WS-REPONSE-PROPOSITION = "O" OR "o"
               MOVE WS-MCAT-CLOSEST-LIB TO WS-SAISIE-MATIERE
               MOVE "Y" TO WS-FIELD-OK
           ELSE
               DISPLAY "Saisie abandonnee."
           END-IF.

           VALIDATE-MATIERE-END.
           *>=====================
               EXIT.

       1200-CAPTURE-DATE SECTION.
       *>----------------------------

           CAPTURE-DATE-START.
           *>===================

           MOVE "N" TO WS-FIELD-OK.
           DISPLAY "Date du devoir (AAAAMMJJ, vide = aujourd'hui) :".
           ACCEPT WS-SAISIE-DATE-TXT.
           IF WS-SAISIE-DATE-TXT = SPACES
               ACCEPT WS-SAISIE-DATE FROM DATE YYYYMMDD
               MOVE "Y" TO WS-FIELD-OK
               GO TO CAPTURE-DATE-END
           END-IF.
           IF WS-SAISIE-DATE-TXT IS NOT NUMERIC
               DISPLAY "Date invalide, saisie abandonnee."
               GO TO CAPTURE-DATE-END
           END-IF.
           MOVE WS-SAISIE-DATE-TXT TO WS-SAISIE-DATE.
           IF WS-SAISIE-DATE-MM < 1 OR WS-SAISIE-DATE-MM > 12 OR
                   WS-SAISIE-DATE-JJ < 1 OR WS-SAISIE-DATE-JJ > 31
               DISPLAY "Date invalide, saisie abandonnee."
               GO TO CAPTURE-DATE-END
           END-IF.
           MOVE "Y" TO WS-FIELD-OK.

           CAPTURE-DATE-END.
           *>=================
               EXIT.

       2000-LOAD-ROSTER SECTION.
       *>---------------------------

           LOAD-ROSTER-START.
           *>==================

           MOVE 0 TO WS-ROSTER-COUNT.
           MOVE "N" TO WS-EOF-STUDENT.
           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS NOT = "00"
               GO TO LOAD-ROSTER-END
           END-IF.
           PERFORM UNTIL WS-END-OF-STUDENT
               READ STUDENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-STUDENT
                   NOT AT END
                       MOVE ELEVE-RECORD TO WS-ENV-RECORD
                       IF ENV-IS-HEADER OR ENV-IS-TRAILER
                           CONTINUE
                       ELSE
                           IF ER-ID-CLASSE = WS-SAISIE-CLASSE
                               PERFORM 2100-ADD-ROSTER-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.

           LOAD-ROSTER-END.
           *>================
               EXIT.

       2100-ADD-ROSTER-ENTRY SECTION.
       *>--------------------------------

           ADD-ROSTER-ENTRY-START.
           *>=======================

           MOVE "N" TO WS-NOM-FOUND.
           PERFORM VARYING WS-INDEX-ROSTER FROM 1 BY 1 UNTIL
                   WS-INDEX-ROSTER > WS-ROSTER-COUNT
               IF WS-RST-NOM(WS-INDEX-ROSTER) = ER-NOM AND
                       WS-RST-PRENOM(WS-INDEX-ROSTER) = ER-PRENOM
                   MOVE "Y" TO WS-NOM-FOUND
                   IF WS-RST-MATRICULE(WS-INDEX-ROSTER) = 0 AND
                           ER-MATRICULE IS NUMERIC
                       MOVE ER-MATRICULE TO
                           WS-RST-MATRICULE(WS-INDEX-ROSTER)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-NOM-IS-FOUND AND WS-ROSTER-COUNT < 60
               ADD 1 TO WS-ROSTER-COUNT
               SET WS-INDEX-ROSTER TO WS-ROSTER-COUNT
               MOVE ER-NOM TO WS-RST-NOM(WS-INDEX-ROSTER)
               MOVE ER-PRENOM TO WS-RST-PRENOM(WS-INDEX-ROSTER)
               IF ER-MATRICULE IS NUMERIC
                   MOVE ER-MATRICULE TO
                       WS-RST-MATRICULE(WS-INDEX-ROSTER)
               ELSE
                   MOVE 0 TO WS-RST-MATRICULE(WS-INDEX-ROSTER)
               END-IF
           END-IF.

           ADD-ROSTER-ENTRY-END.
           *>=====================
               EXIT.

       3000-CAPTURE-FROM-ROSTER SECTION.
       *>-----------------------------------

           CAPTURE-FROM-ROSTER-START.
           *>==========================

           DISPLAY "Classe " WS-SAISIE-CLASSE " : " WS-ROSTER-COUNT
               " eleves. Note sur " WS-EDIT-BAREME
               ", A = absent, vide = pas de note, F = fin.".
           MOVE "N" TO WS-FIN-LISTE.
           PERFORM VARYING WS-INDEX-ROSTER FROM 1 BY 1 UNTIL
                   WS-INDEX-ROSTER > WS-ROSTER-COUNT OR
                   WS-FIN-DE-LISTE
               MOVE WS-RST-NOM(WS-INDEX-ROSTER) TO WS-SAISIE-NOM
               MOVE WS-RST-PRENOM(WS-INDEX-ROSTER) TO
                   WS-SAISIE-PRENOM
               MOVE WS-RST-MATRICULE(WS-INDEX-ROSTER) TO
                   WS-SAISIE-MATRICULE
               DISPLAY WS-SAISIE-NOM " " WS-SAISIE-PRENOM " : "
                   WITH NO ADVANCING
               PERFORM 5000-CAPTURE-ONE-MARK
           END-PERFORM.

           CAPTURE-FROM-ROSTER-END.
           *>========================
               EXIT.

       4000-CAPTURE-FREE-NAMES SECTION.
       *>----------------------------------

           CAPTURE-FREE-NAMES-START.
           *>=========================

           DISPLAY "Aucun eleve de " WS-SAISIE-CLASSE
               " dans ELEVES.DAT : saisir les noms (vide = fin).".
           MOVE "N" TO WS-FIN-LISTE.
           PERFORM UNTIL WS-FIN-DE-LISTE
               DISPLAY "Nom de l'eleve :"
               ACCEPT WS-SAISIE-NOM
               IF WS-SAISIE-NOM = SPACES
                   MOVE "Y" TO WS-FIN-LISTE
               ELSE
                   DISPLAY "Prenom de l'eleve :"
                   ACCEPT WS-SAISIE-PRENOM
                   DISPLAY "Matricule (6 chiffres, vide si inconnu) :"
                   ACCEPT WS-SAISIE-MATRICULE-TXT
                   MOVE 0 TO WS-SAISIE-MATRICULE
                   IF WS-SAISIE-MATRICULE-TXT NOT = SPACES AND
                           FUNCTION TEST-NUMVAL(WS-SAISIE-MATRICULE-TXT)
                               = 0
                       MOVE FUNCTION NUMVAL(WS-SAISIE-MATRICULE-TXT)
                           TO WS-SAISIE-MATRICULE
                   END-IF
                   DISPLAY "Note sur " WS-EDIT-BAREME
                       " (A = absent) : " WITH NO ADVANCING
                   PERFORM 5000-CAPTURE-ONE-MARK
                   MOVE "N" TO WS-FIN-LISTE
               END-IF
           END-PERFORM.

           CAPTURE-FREE-NAMES-END.
           *>=======================
               EXIT.

       5000-CAPTURE-ONE-MARK SECTION.
       *>--------------------------------

           CAPTURE-ONE-MARK-START.
           *>=======================

           ACCEPT WS-SAISIE-NOTE.
           IF WS-SAISIE-NOTE = SPACES
               GO TO CAPTURE-ONE-MARK-END
           END-IF.
           IF WS-SAISIE-NOTE = "F" OR "f"
               MOVE "Y" TO WS-FIN-LISTE
               GO TO CAPTURE-ONE-MARK-END
           END-IF.

           MOVE 0 TO WS-SAISIE-NOTE-NUM.
           IF WS-SAISIE-NOTE = "A" OR "a"
               MOVE "N" TO WS-SAISIE-NOTE-FLAG
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SAISIE-NOTE) = 0 AND
                       FUNCTION NUMVAL(WS-SAISIE-NOTE) >= 0 AND
                       FUNCTION NUMVAL(WS-SAISIE-NOTE) <=
                           WS-SAISIE-BAREME-NUM
                   MOVE FUNCTION NUMVAL(WS-SAISIE-NOTE) TO
                       WS-SAISIE-NOTE-NUM
                   MOVE "Y" TO WS-SAISIE-NOTE-FLAG
               ELSE
                   DISPLAY "Note invalide (0 a " WS-EDIT-BAREME
                       " attendu), eleve ignore."
                   GO TO CAPTURE-ONE-MARK-END
               END-IF
           END-IF.

           PERFORM 6000-APPEND-DEVOIR.

           CAPTURE-ONE-MARK-END.
           *>=====================
               EXIT.

       6000-APPEND-DEVOIR SECTION.
       *>-----------------------------

           APPEND-DEVOIR-START.
           *>====================

           OPEN EXTEND DEVOIR-FILE.
           IF WS-DEVOIR-FILE-STATUS = "35"
               OPEN OUTPUT DEVOIR-FILE
           END-IF.

           MOVE SPACES TO DEVOIR-RECORD.
           MOVE WS-SAISIE-CLASSE TO DV-ID-CLASSE.
           MOVE WS-SAISIE-NOM TO DV-NOM.
           MOVE WS-SAISIE-PRENOM TO DV-PRENOM.
           MOVE WS-SAISIE-MATRICULE TO DV-MATRICULE.
           MOVE WS-TRIM-NUM TO DV-TRIMESTRE.
           MOVE WS-SAISIE-MATIERE TO DV-MATIERE.
           MOVE WS-SAISIE-DATE TO DV-DATE.
           MOVE WS-SAISIE-TYPE TO DV-TYPE.
           MOVE WS-SAISIE-POIDS-NUM TO DV-POIDS.
           MOVE WS-SAISIE-NOTE-NUM TO DV-NOTE.
           MOVE WS-SAISIE-BAREME-NUM TO DV-BAREME.
           MOVE WS-SAISIE-NOTE-FLAG TO DV-NOTE-FLAG.
           WRITE DEVOIR-RECORD.

           CLOSE DEVOIR-FILE.

           ADD 1 TO WS-COUNT-ECRITS.
           IF WS-SAISIE-NOTE-FLAG = "N"
               ADD 1 TO WS-COUNT-ABSENTS
           END-IF.

           APPEND-DEVOIR-END.
           *>==================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

           PERFORM 9600-LOG-OPERATION-END.
           GOBACK.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "SAISIE-DEVOIRS".

       COPY MATCATPR.

       COPY RUNCTLPR REPLACING PROGRAM-TAG BY "SAISIE-DEVOIRS".

       COPY PERPR REPLACING PROGRAM-TAG BY "SAISIE-DEVOIRS".

       COPY PWHASHPR.

       COPY PROFPR.

       COPY PORTPR REPLACING PROGRAM-TAG BY "SAISIE-DEVOIRS".

       END PROGRAM SAISIE-DEVOIRS.

           SELECT LEXICON-REPORT-FILE ASSIGN TO "PALINLXR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEX-REPORT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "PALINCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PALIN-INPUT-FILE.
       01  PALIN-INPUT-RECORD.
           05 PI-PHRASE                 PIC X(40).
           05 PI-MODE                   PIC X(1).

       FD  PALIN-REPORT-FILE.
       01  PALIN-REPORT-RECORD.
           05 PR-LONGEST-SUB            PIC X(40).
           05 PR-COUNT-PALINDROME       PIC ZZZZZZ9.
           05 PR-COUNT-NOT-PALINDROME   PIC ZZZZZZ9.
           05 FILLER                    PIC X(1).
           05 PR-MODE                   PIC X(10).

       FD  XLAT-FILE.
       01  XLAT-RECORD.
           05 LX-NEAR-MISS              PIC 9(3).
           05 LX-LONGEST-SUB            PIC X(40).
           05 LX-SEEN-COUNT             PIC 9(5).
           05 LX-MODE                   PIC X(1).

       FD  LEXICON-REPORT-FILE.
       01  LEXICON-REPORT-RECORD        PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD              PIC X(80).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
           88  WS-INTERACTIVE-MODE VALUE "I" "i".
           88  WS-BATCH-MODE VALUE "B" "b".

      *> Mode d'analyse : C = caracteres, M = ordre des mots, D = dates
      *> (JJMMAAAA, AAAAMMJJ, MMJJAAAA). Le mode du passage s'applique
      *> aux lignes de PALININ.DAT dont la colonne 41 est a blanc. En
      *> mode D, une ligne portant deux dates AAAAMMJJ (16 chiffres)
      *> demande le calendrier des dates palindromes de la plage.
       01  WS-MODE-PASSAGE PIC X VALUE "C".
       01  WS-ANALYSE-MODE PIC X VALUE "C".
           88  WS-MODE-CARACTERES VALUE "C".
           88  WS-MODE-MOTS VALUE "M".
           88  WS-MODE-DATES VALUE "D".
           88  WS-MODE-ANALYSE-VALIDE VALUE "C" "M" "D".
       01  WS-USER-MODE PIC X VALUE SPACE.
       01  WS-MODE-LIBELLE PIC X(10).
       01  WS-MODE-RANG PIC 9.
       01  WS-VERDICT-LIBELLE PIC X(14).

       01  WS-INPUT-FILE-STATUS PIC X(2).
       01  WS-REPORT-FILE-STATUS PIC X(2).
       01  WS-EOF-INPUT PIC X VALUE "N".
           88  WS-SUB-IS-PALIN VALUE "Y".

       01  WS-COUNT-REJETES PIC 9(7) VALUE 0.
       01  WS-REJET-MOTIF PIC X(30) VALUE SPACES.

      *> Decoupage en mots pour le mode M : lettres et chiffres
      *> translitteres, tout autre caractere separe deux mots.
       01  WS-MOTS-TABLE.
           05 WS-MOT OCCURS 20 TIMES PIC X(40).
       01  WS-MOT-COUNT PIC 9(2) VALUE 0.
       01  WS-MOT-LEN PIC 9(2) VALUE 0.
       01  WS-MOT-SCAN PIC 9(2).
       01  WS-MOT-START PIC 9(2).
       01  WS-MOT-RUN PIC 9(2).
       01  WS-MOT-RUN-MAX PIC 9(2).
       01  WS-MOT-BEST-RUN PIC 9(2).
       01  WS-MOT-HALF PIC 9(2).
       01  WS-MOT-PTR PIC 9(3).
       01  WS-MOT-PALIN PIC X VALUE "N".
           88  WS-MOT-IS-PALIN VALUE "Y".

      *> Mode D : formats de date reconnus pour les huit chiffres lus.
       01  WS-DATE-FORMATS PIC X(40) VALUE SPACES.
       01  WS-DATE-FMT-PTR PIC 9(3).
       01  WS-DATE-FMT-COUNT PIC 9 VALUE 0.
       01  WS-DATE-TEST-X PIC X(8).
       01  WS-DATE-TEST-N REDEFINES WS-DATE-TEST-X PIC 9(8).
       01  WS-DATE-TEST-OK PIC X VALUE "N".
           88  WS-DATE-TEST-IS-OK VALUE "Y".

      *> Calendrier des dates palindromes (PALINCAL.DAT).
       01  WS-CALENDAR-FILE-STATUS PIC X(2).
       01  WS-CAL-OUVERT PIC X VALUE "N".
           88  WS-CAL-EST-OUVERT VALUE "Y".
       01  WS-CAL-DEBUT PIC 9(8).
       01  WS-CAL-FIN PIC 9(8).
       01  WS-CAL-JOUR PIC 9(7).
       01  WS-CAL-JOUR-FIN PIC 9(7).
       01  WS-CAL-DATE-N PIC 9(8).
       01  WS-CAL-DATE-X REDEFINES WS-CAL-DATE-N.
           05 WS-CAL-AAAA PIC X(4).
           05 WS-CAL-MM PIC X(2).
           05 WS-CAL-JJ PIC X(2).
       01  WS-CAL-ANNEE-COURANTE PIC X(4).
       01  WS-CAL-REPR PIC X(8).
       01  WS-CAL-LIGNE PIC X(80).
       01  WS-CAL-FORM-PALIN PIC X VALUE "N".
           88  WS-CAL-FORM-IS-PALIN VALUE "Y".
       01  WS-CAL-LIGNE-PTR PIC 9(3).
       01  WS-CAL-TROUVE PIC X VALUE "N".
           88  WS-CAL-A-TROUVE VALUE "Y".
       01  WS-CAL-PLAGE-COUNT PIC 9(7) VALUE 0.
       01  WS-CAL-TOTAL-COUNT PIC 9(7) VALUE 0.
       01  WS-COUNT-CALENDRIERS PIC 9(7) VALUE 0.
       01  WS-EDIT-CAL-COUNT PIC ZZZZZZ9.

      *> Lexique persistant indexe sur la forme normalisee : la
      *> premiere rencontre memorise le verdict et l'analyse, les
               10 WS-LEX-NEAR-MISS       PIC 9(3).
               10 WS-LEX-LONGEST-SUB     PIC X(40).
               10 WS-LEX-SEEN-COUNT      PIC 9(5).
               10 WS-LEX-MODE            PIC X.
       01  WS-LEXICON-COUNT PIC 9(3) VALUE 0.
       01  WS-LEX-FOUND PIC X VALUE "N".
           88  WS-LEX-IS-FOUND VALUE "Y".
       01  WS-TOTAL-VERDICT-PALIN PIC 9(7).
       01  WS-TOTAL-VERDICT-NON PIC 9(7).
       01  WS-EDIT-LEX-CNT PIC ZZZZ9.
       01  WS-TOTAUX-PAR-MODE.
           05 WS-TOTAL-MODE OCCURS 3 TIMES.
               10 WS-TOTAL-MODE-PALIN PIC 9(7).
               10 WS-TOTAL-MODE-NON   PIC 9(7).

       COPY VALNUMLK.

       COPY RPTCATLK.

       COPY ENVCTLWS.

       COPY OPSLOGWS.

           PERFORM 9500-LOG-OPERATION-START.
           PERFORM 0500-LOAD-TRANSLATION-TABLE.
      *> Le plan d'exploitation fournit I ou B, ou directement le
      *> mode d'analyse du passage batch (C, M ou D).
           IF RC-MODE-OVERRIDE = "I" OR "i" OR "B" OR "b"
               MOVE RC-MODE-OVERRIDE TO WS-RUN-MODE
               DISPLAY "Mode fourni par le plan d'exploitation : "
                   WS-RUN-MODE
           ELSE
               IF RC-MODE-OVERRIDE = "C" OR "c" OR "M" OR "m"
                       OR "D" OR "d"
                   MOVE "B" TO WS-RUN-MODE
                   MOVE FUNCTION UPPER-CASE(RC-MODE-OVERRIDE) TO
                       WS-MODE-PASSAGE
                   DISPLAY "Mode fourni par le plan d'exploitation : "
                       "B, analyse " WS-MODE-PASSAGE
               ELSE
                   DISPLAY "Mode: I = Interactif, B = Batch (fichier)"
                   ACCEPT WS-RUN-MODE
                   PERFORM 0600-CHOOSE-ANALYSE-MODE
               END-IF
           END-IF.
           MOVE WS-MODE-PASSAGE TO WS-ANALYSE-MODE.

           IF WS-BATCH-MODE
               PERFORM 2000-BATCH-PROCESS
           ELSE
               PERFORM 1000-INTERACTIVE-CHECK
           END-IF.
           IF WS-CAL-EST-OUVERT
               PERFORM 2490-CLOSE-CALENDAR
           END-IF.

           PROCEDURES-END.
           *>============
           *>===========================
               EXIT.

       0600-CHOOSE-ANALYSE-MODE SECTION.
       *>----------------------------------

           CHOOSE-ANALYSE-MODE-START.
           *>=========================

           DISPLAY "Analyse : C = caracteres, M = ordre des mots, "&
               "D = dates (a blanc : C)".
           ACCEPT WS-USER-MODE.
           MOVE FUNCTION UPPER-CASE(WS-USER-MODE) TO WS-ANALYSE-MODE.
           IF WS-MODE-ANALYSE-VALIDE
               MOVE WS-ANALYSE-MODE TO WS-MODE-PASSAGE
           ELSE
               MOVE "C" TO WS-MODE-PASSAGE
           END-IF.

           CHOOSE-ANALYSE-MODE-END.
           *>=======================
               EXIT.

       1000-INTERACTIVE-CHECK SECTION.
       *>------------------------------

           INTERACTIVE-START.
           *>=================

           IF WS-MODE-DATES
               DISPLAY "Veuillez rentrer la date, ou deux dates "&
                   "AAAAMMJJ pour un calendrier"
           ELSE
               DISPLAY "Veuillez rentrer le mot ou la phrase à "&
                   "verifier"
           END-IF.
           ACCEPT WS-USER-INPUT.

           PERFORM 1150-NORMALIZE-FOR-MODE.
           IF WS-MODE-DATES AND WS-NORM-LENGTH = 16
               PERFORM 2400-CALENDAR-LISTING
               IF WS-VERDICT-LIBELLE = "CALENDRIER"
                   DISPLAY "Calendrier : " WS-CAL-PLAGE-COUNT
                       " date(s) palindrome(s) (PALINCAL.DAT)."
               ELSE
                   DISPLAY "Plage de dates invalide."
               END-IF
               GO TO INTERACTIVE-END
           END-IF.

           PERFORM 1100-CHECK-PALINDROME.

           IF WS-NORM-LENGTH > 0
               DISPLAY "Normalise : " WS-NORMALIZED(1:WS-NORM-LENGTH)
               DISPLAY "Inverse   : "
                   WS-REVERSED-STRING(1:WS-NORM-LENGTH)
           END-IF.
           IF WS-MODE-DATES
               DISPLAY "Formats   : " WS-DATE-FORMATS
           END-IF.
           IF WS-VERDICT-PALINDROME
               DISPLAY "C'est un palindrome ("
                   FUNCTION TRIM(WS-MODE-LIBELLE) ")."
           ELSE
               IF WS-VERDICT-LIBELLE = "DATE INVALIDE"
                   DISPLAY "Ce n'est pas une date valide."
               ELSE
                   DISPLAY "Ce n'est pas un palindrome ("
                       FUNCTION TRIM(WS-MODE-LIBELLE) ")."
               END-IF
           END-IF.

           INTERACTIVE-END.
           CHECK-PALINDROME-START.
           *>======================

           PERFORM 1150-NORMALIZE-FOR-MODE.
           MOVE "N" TO WS-IS-PALINDROME.
           MOVE "PAS PALINDROME" TO WS-VERDICT-LIBELLE.

           IF WS-MODE-MOTS
               PERFORM 1420-REVERSE-WORDS
           ELSE
               PERFORM 1300-REVERSE-NORMALIZED
           END-IF.

           IF WS-MODE-DATES
               MOVE SPACES TO WS-DATE-FORMATS
               MOVE 0 TO WS-DATE-FMT-COUNT
               IF WS-NORM-LENGTH = 8
                   PERFORM 1510-CHECK-DATE-FORMATS
               END-IF
               IF WS-DATE-FMT-COUNT = 0
                   MOVE "DATE INVALIDE" TO WS-VERDICT-LIBELLE
                   MOVE "AUCUN FORMAT DE DATE" TO WS-DATE-FORMATS
                   GO TO CHECK-PALINDROME-END
               END-IF
           END-IF.

      *> Un seul mot n'est pas un palindrome d'ordre des mots.
           IF WS-NORM-LENGTH > 0 AND
                   WS-NORMALIZED(1:WS-NORM-LENGTH) =
                   WS-REVERSED-STRING(1:WS-NORM-LENGTH)
               IF NOT WS-MODE-MOTS OR WS-MOT-COUNT > 1
                   MOVE "Y" TO WS-IS-PALINDROME
                   MOVE "PALINDROME" TO WS-VERDICT-LIBELLE
               END-IF
           END-IF.

           CHECK-PALINDROME-END.
           *>=====================
               EXIT.

       1150-NORMALIZE-FOR-MODE SECTION.
       *>---------------------------------

           NORMALIZE-FOR-MODE-START.
           *>========================

           PERFORM 1160-SET-MODE-LIBELLE.
           EVALUATE TRUE
               WHEN WS-MODE-MOTS
                   PERFORM 1400-NORMALIZE-WORDS
               WHEN WS-MODE-DATES
                   PERFORM 1500-NORMALIZE-DIGITS
               WHEN OTHER
                   PERFORM 1200-NORMALIZE-INPUT
           END-EVALUATE.

           NORMALIZE-FOR-MODE-END.
           *>======================
               EXIT.

       1160-SET-MODE-LIBELLE SECTION.
       *>-------------------------------

           SET-MODE-LIBELLE-START.
           *>======================

           IF NOT WS-MODE-ANALYSE-VALIDE
               MOVE "C" TO WS-ANALYSE-MODE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MODE-MOTS
                   MOVE "MOTS" TO WS-MODE-LIBELLE
                   MOVE 2 TO WS-MODE-RANG
               WHEN WS-MODE-DATES
                   MOVE "DATES" TO WS-MODE-LIBELLE
                   MOVE 3 TO WS-MODE-RANG
               WHEN OTHER
                   MOVE "CARACTERES" TO WS-MODE-LIBELLE
                   MOVE 1 TO WS-MODE-RANG
           END-EVALUATE.

           SET-MODE-LIBELLE-END.
           *>====================
               EXIT.

       1200-NORMALIZE-INPUT SECTION.
       *>------------------------------

           *>===========
               EXIT.

       1400-NORMALIZE-WORDS SECTION.
       *>-----------------------------

           NORMALIZE-WORDS-START.
           *>=====================

           MOVE SPACES TO WS-NORMALIZED.
           MOVE 0 TO WS-NORM-LENGTH.
           MOVE SPACES TO WS-MOTS-TABLE.
           MOVE 0 TO WS-MOT-COUNT.
           MOVE 0 TO WS-MOT-LEN.
           MOVE SPACES TO WS-TRIMMED-INPUT.
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-TRIMMED-INPUT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-USER-INPUT)) TO
               WS-INPUT-LENGTH.

           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1 UNTIL
                   WS-SCAN-INDEX > WS-INPUT-LENGTH
               MOVE WS-TRIMMED-INPUT(WS-SCAN-INDEX:1) TO WS-CURRENT-CHAR
               PERFORM 1250-TRANSLATE-CURRENT-CHAR
               IF WS-CURRENT-CHAR NOT = SPACE AND
                       (WS-CURRENT-CHAR IS ALPHABETIC-LOWER OR
                       WS-CURRENT-CHAR IS ALPHABETIC-UPPER OR
                       WS-CURRENT-CHAR IS NUMERIC)
                   IF WS-MOT-LEN = 0
                       ADD 1 TO WS-MOT-COUNT
                   END-IF
                   ADD 1 TO WS-MOT-LEN
                   MOVE FUNCTION UPPER-CASE(WS-CURRENT-CHAR) TO
                       WS-MOT(WS-MOT-COUNT)(WS-MOT-LEN:1)
               ELSE
                   MOVE 0 TO WS-MOT-LEN
               END-IF
           END-PERFORM.

      *> Forme normalisee : les mots separes par un seul blanc.
           MOVE 1 TO WS-MOT-PTR.
           PERFORM VARYING WS-MOT-SCAN FROM 1 BY 1 UNTIL
                   WS-MOT-SCAN > WS-MOT-COUNT
               IF WS-MOT-SCAN > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-NORMALIZED WITH POINTER WS-MOT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-MOT(WS-MOT-SCAN))
                   DELIMITED BY SIZE
                   INTO WS-NORMALIZED WITH POINTER WS-MOT-PTR
               END-STRING
           END-PERFORM.
           COMPUTE WS-NORM-LENGTH = WS-MOT-PTR - 1.

           NORMALIZE-WORDS-END.
           *>===================
               EXIT.

       1420-REVERSE-WORDS SECTION.
       *>---------------------------

           REVERSE-WORDS-START.
           *>===================

           MOVE SPACES TO WS-REVERSED-STRING.
           MOVE 1 TO WS-MOT-PTR.
           PERFORM VARYING WS-MOT-SCAN FROM WS-MOT-COUNT BY -1 UNTIL
                   WS-MOT-SCAN < 1
               IF WS-MOT-SCAN < WS-MOT-COUNT
                   STRING " " DELIMITED BY SIZE
                       INTO WS-REVERSED-STRING WITH POINTER WS-MOT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-MOT(WS-MOT-SCAN))
                   DELIMITED BY SIZE
                   INTO WS-REVERSED-STRING WITH POINTER WS-MOT-PTR
               END-STRING
           END-PERFORM.

           REVERSE-WORDS-END.
           *>=================
               EXIT.

       1500-NORMALIZE-DIGITS SECTION.
       *>------------------------------

           NORMALIZE-DIGITS-START.
           *>======================

           MOVE SPACES TO WS-NORMALIZED.
           MOVE 0 TO WS-NORM-LENGTH.
           MOVE SPACES TO WS-TRIMMED-INPUT.
           MOVE FUNCTION TRIM(WS-USER-INPUT) TO WS-TRIMMED-INPUT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-USER-INPUT)) TO
               WS-INPUT-LENGTH.

           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1 UNTIL
                   WS-SCAN-INDEX > WS-INPUT-LENGTH
               MOVE WS-TRIMMED-INPUT(WS-SCAN-INDEX:1) TO WS-CURRENT-CHAR
               IF WS-CURRENT-CHAR IS NUMERIC
                   ADD 1 TO WS-NORM-LENGTH
                   MOVE WS-CURRENT-CHAR TO
                       WS-NORMALIZED(WS-NORM-LENGTH:1)
               END-IF
           END-PERFORM.

           NORMALIZE-DIGITS-END.
           *>====================
               EXIT.

       1510-CHECK-DATE-FORMATS SECTION.
       *>--------------------------------

           CHECK-DATE-FORMATS-START.
           *>========================

           MOVE SPACES TO WS-DATE-FORMATS.
           MOVE 0 TO WS-DATE-FMT-COUNT.
           MOVE 1 TO WS-DATE-FMT-PTR.

           MOVE SPACES TO WS-DATE-TEST-X.
           STRING WS-NORMALIZED(5:4) WS-NORMALIZED(3:2)
                   WS-NORMALIZED(1:2)
               DELIMITED BY SIZE INTO WS-DATE-TEST-X
           END-STRING.
           PERFORM 1520-TEST-ONE-DATE.
           IF WS-DATE-TEST-IS-OK
               ADD 1 TO WS-DATE-FMT-COUNT
               STRING "JJMMAAAA " DELIMITED BY SIZE
                   INTO WS-DATE-FORMATS WITH POINTER WS-DATE-FMT-PTR
               END-STRING
           END-IF.

           MOVE WS-NORMALIZED(1:8) TO WS-DATE-TEST-X.
           PERFORM 1520-TEST-ONE-DATE.
           IF WS-DATE-TEST-IS-OK
               ADD 1 TO WS-DATE-FMT-COUNT
               STRING "AAAAMMJJ " DELIMITED BY SIZE
                   INTO WS-DATE-FORMATS WITH POINTER WS-DATE-FMT-PTR
               END-STRING
           END-IF.

           MOVE SPACES TO WS-DATE-TEST-X.
           STRING WS-NORMALIZED(5:4) WS-NORMALIZED(1:2)
                   WS-NORMALIZED(3:2)
               DELIMITED BY SIZE INTO WS-DATE-TEST-X
           END-STRING.
           PERFORM 1520-TEST-ONE-DATE.
           IF WS-DATE-TEST-IS-OK
               ADD 1 TO WS-DATE-FMT-COUNT
               STRING "MMJJAAAA " DELIMITED BY SIZE
                   INTO WS-DATE-FORMATS WITH POINTER WS-DATE-FMT-PTR
               END-STRING
           END-IF.

           CHECK-DATE-FORMATS-END.
           *>======================
               EXIT.

       1520-TEST-ONE-DATE SECTION.
       *>---------------------------

           TEST-ONE-DATE-START.
           *>===================

           MOVE "N" TO WS-DATE-TEST-OK.
           IF WS-DATE-TEST-X IS NOT NUMERIC
               GO TO TEST-ONE-DATE-END
           END-IF.
           IF WS-DATE-TEST-N > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST-N) = 0
                   MOVE "Y" TO WS-DATE-TEST-OK
               END-IF
           END-IF.

           TEST-ONE-DATE-END.
           *>=================
               EXIT.

       2000-BATCH-PROCESS SECTION.
       *>----------------------------

           DISPLAY "Non-palindromes trouves : "
                   WS-COUNT-NOT-PALINDROME.
           DISPLAY "Lignes rejetees         : " WS-COUNT-REJETES.
           IF WS-COUNT-CALENDRIERS > 0
               DISPLAY "Calendriers de dates    : "
                   WS-COUNT-CALENDRIERS " (PALINCAL.DAT)"
           END-IF.

           CLOSE PALIN-INPUT-FILE.
           CLOSE PALIN-REPORT-FILE.
           MOVE "PALINRPT.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           PERFORM 2600-SAVE-LEXICON.
           PERFORM 2700-WRITE-LEXICON-REPORT.
                           MOVE 0 TO
                               WS-LEX-SEEN-COUNT(WS-INDEX-LEX)
                       END-IF
                       IF LX-MODE = "M" OR "D"
                           MOVE LX-MODE TO WS-LEX-MODE(WS-INDEX-LEX)
                       ELSE
                           MOVE "C" TO WS-LEX-MODE(WS-INDEX-LEX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEXICON-FILE.
           END-IF.
           PERFORM VARYING WS-INDEX-LEX FROM 1 BY 1 UNTIL
                   WS-INDEX-LEX > WS-LEXICON-COUNT
               IF WS-LEX-NORMALIZED(WS-INDEX-LEX) = WS-NORMALIZED AND
                       WS-LEX-MODE(WS-INDEX-LEX) = WS-ANALYSE-MODE
                   MOVE "Y" TO WS-LEX-FOUND
                   EXIT PERFORM
               END-IF
           ADD 1 TO WS-CNT-LEX-AJOUTS.
           SET WS-INDEX-LEX TO WS-LEXICON-COUNT.
           MOVE WS-NORMALIZED TO WS-LEX-NORMALIZED(WS-INDEX-LEX).
           MOVE WS-VERDICT-LIBELLE TO WS-LEX-VERDICT(WS-INDEX-LEX).
           MOVE WS-ANALYSE-MODE TO WS-LEX-MODE(WS-INDEX-LEX).
           MOVE WS-NEAR-MISS-SCORE TO
               WS-LEX-NEAR-MISS(WS-INDEX-LEX).
           MOVE WS-LONGEST-SUB TO
                   LX-LONGEST-SUB
               MOVE WS-LEX-SEEN-COUNT(WS-INDEX-LEX) TO
                   LX-SEEN-COUNT
               MOVE WS-LEX-MODE(WS-INDEX-LEX) TO LX-MODE
               WRITE LEXICON-RECORD
           END-PERFORM.
           CLOSE LEXICON-FILE.
               LEXICON-REPORT-RECORD.
           WRITE LEXICON-REPORT-RECORD.

           MOVE "--- Phrases les plus frequentes ([C] caracteres, "&
               "[M] mots, [D] dates) ---" TO LEXICON-REPORT-RECORD.
           WRITE LEXICON-REPORT-RECORD.
           MOVE SPACES TO WS-LEX-FAIT.
           PERFORM VARYING WS-LEX-RANG FROM 1 BY 1 UNTIL
                   STRING WS-LEX-NORMALIZED(WS-LEX-MEILLEUR)
                           " vu " WS-EDIT-LEX-CNT " fois - "
                           WS-LEX-VERDICT(WS-LEX-MEILLEUR)
                           " [" WS-LEX-MODE(WS-LEX-MEILLEUR) "]"
                       DELIMITED BY SIZE INTO LEXICON-REPORT-RECORD
                   END-STRING
                   WRITE LEXICON-REPORT-RECORD
           END-STRING.
           WRITE LEXICON-REPORT-RECORD.

           MOVE ZEROS TO WS-TOTAUX-PAR-MODE.
           PERFORM VARYING WS-LEX-SCAN FROM 1 BY 1 UNTIL
                   WS-LEX-SCAN > WS-LEXICON-COUNT
               MOVE WS-LEX-MODE(WS-LEX-SCAN) TO WS-ANALYSE-MODE
               PERFORM 1160-SET-MODE-LIBELLE
               IF WS-LEX-VERDICT(WS-LEX-SCAN) = "PALINDROME"
                   ADD WS-LEX-SEEN-COUNT(WS-LEX-SCAN) TO
                       WS-TOTAL-MODE-PALIN(WS-MODE-RANG)
               ELSE
                   ADD WS-LEX-SEEN-COUNT(WS-LEX-SCAN) TO
                       WS-TOTAL-MODE-NON(WS-MODE-RANG)
               END-IF
           END-PERFORM.
           MOVE "--- Recurrence des verdicts par mode d'analyse ---"
               TO LEXICON-REPORT-RECORD.
           WRITE LEXICON-REPORT-RECORD.
           MOVE "C" TO WS-ANALYSE-MODE.
           PERFORM 2710-WRITE-MODE-TOTALS.
           MOVE "M" TO WS-ANALYSE-MODE.
           PERFORM 2710-WRITE-MODE-TOTALS.
           MOVE "D" TO WS-ANALYSE-MODE.
           PERFORM 2710-WRITE-MODE-TOTALS.

           CLOSE LEXICON-REPORT-FILE.

           WRITE-LEXICON-REPORT-END.
           *>=========================
               EXIT.

       2710-WRITE-MODE-TOTALS SECTION.
       *>--------------------------------

           WRITE-MODE-TOTALS-START.
           *>=======================

           PERFORM 1160-SET-MODE-LIBELLE.
           MOVE SPACES TO LEXICON-REPORT-RECORD.
           STRING WS-MODE-LIBELLE " : PALINDROME "
                   WS-TOTAL-MODE-PALIN(WS-MODE-RANG)
                   "  AUTRES " WS-TOTAL-MODE-NON(WS-MODE-RANG)
               DELIMITED BY SIZE INTO LEXICON-REPORT-RECORD
           END-STRING.
           WRITE LEXICON-REPORT-RECORD.

           WRITE-MODE-TOTALS-END.
           *>=====================
               EXIT.

       2100-BATCH-CHECK-ONE SECTION.
       *>-----------------------------------

           *>========================

           MOVE SPACES TO VAL-VALEUR-TEXTE.
           MOVE PI-PHRASE TO VAL-VALEUR-TEXTE.
           MOVE "N" TO VAL-EXIGE-NUMERIQUE.
           MOVE "N" TO VAL-AUTORISE-SIGNE.
           MOVE "N" TO VAL-AUTORISE-DECIMALES.
           MOVE "N" TO VAL-APPLIQUE-PLAGE.
           CALL "VALIDE-NOMBRE" USING VALIDATION-ZONE.
           IF VAL-EST-REJETE
               MOVE VAL-MOTIF TO WS-REJET-MOTIF
               PERFORM 2110-REJECT-LINE
               GO TO BATCH-CHECK-ONE-END
           END-IF.

           IF PI-MODE = SPACE
               MOVE WS-MODE-PASSAGE TO WS-ANALYSE-MODE
           ELSE
               MOVE FUNCTION UPPER-CASE(PI-MODE) TO WS-ANALYSE-MODE
           END-IF.
           IF NOT WS-MODE-ANALYSE-VALIDE
               MOVE "MODE D'ANALYSE INCONNU" TO WS-REJET-MOTIF
               PERFORM 2110-REJECT-LINE
               GO TO BATCH-CHECK-ONE-END
           END-IF.

           MOVE PI-PHRASE TO WS-USER-INPUT.
           PERFORM 1150-NORMALIZE-FOR-MODE.

           IF WS-MODE-DATES AND WS-NORM-LENGTH = 16
               PERFORM 2400-CALENDAR-LISTING
               IF WS-VERDICT-LIBELLE NOT = "CALENDRIER"
                   MOVE "PLAGE DE DATES INVALIDE" TO WS-REJET-MOTIF
                   PERFORM 2110-REJECT-LINE
                   GO TO BATCH-CHECK-ONE-END
               END-IF
               MOVE SPACES TO PALIN-REPORT-RECORD
               MOVE ZEROS TO PR-COUNT-PALINDROME
               MOVE ZEROS TO PR-COUNT-NOT-PALINDROME
               MOVE ZEROS TO PR-NEAR-MISS
               MOVE PI-PHRASE TO PR-PHRASE
               MOVE WS-VERDICT-LIBELLE TO PR-VERDICT
               MOVE WS-CAL-PLAGE-COUNT TO WS-EDIT-CAL-COUNT
               STRING WS-EDIT-CAL-COUNT " date(s) : PALINCAL.DAT"
                   DELIMITED BY SIZE INTO PR-LONGEST-SUB
               END-STRING
               MOVE WS-MODE-LIBELLE TO PR-MODE
               WRITE PALIN-REPORT-RECORD
               GO TO BATCH-CHECK-ONE-END
           END-IF.

      *> Le lexique est tenu par mode : une meme forme normalisee
      *> peut etre palindrome en caracteres et pas en mots.
           PERFORM 2150-LOOKUP-LEXICON.
           IF WS-LEX-IS-FOUND
               ADD 1 TO WS-CNT-LEX-HITS
               ADD 1 TO WS-LEX-SEEN-COUNT(WS-INDEX-LEX)
               MOVE WS-LEX-VERDICT(WS-INDEX-LEX) TO WS-VERDICT-LIBELLE
               IF WS-LEX-VERDICT(WS-INDEX-LEX) = "PALINDROME"
                   MOVE "Y" TO WS-IS-PALINDROME
               ELSE
                   WS-LONGEST-SUB
           ELSE
               PERFORM 1100-CHECK-PALINDROME
               EVALUATE TRUE
                   WHEN WS-MODE-MOTS
                       PERFORM 2250-COMPUTE-WORD-NEAR-MISS
                       PERFORM 2350-FIND-LONGEST-WORD-RUN
                   WHEN WS-MODE-DATES
      *> En mode D, la colonne de la sous-chaine porte les formats
      *> de date reconnus.
                       PERFORM 2200-COMPUTE-NEAR-MISS-SCORE
                       MOVE WS-DATE-FORMATS TO WS-LONGEST-SUB
                   WHEN OTHER
                       PERFORM 2200-COMPUTE-NEAR-MISS-SCORE
                       PERFORM 2300-FIND-LONGEST-SUBSTRING
               END-EVALUATE
               PERFORM 2160-ADD-TO-LEXICON
           END-IF.

           MOVE SPACES TO PALIN-REPORT-RECORD.
           MOVE ZEROS TO PR-COUNT-PALINDROME.
           MOVE ZEROS TO PR-COUNT-NOT-PALINDROME.
           MOVE PI-PHRASE TO PR-PHRASE.
           MOVE WS-NEAR-MISS-SCORE TO PR-NEAR-MISS.
           MOVE WS-LONGEST-SUB TO PR-LONGEST-SUB.
           MOVE WS-VERDICT-LIBELLE TO PR-VERDICT.
           MOVE WS-MODE-LIBELLE TO PR-MODE.
           IF WS-VERDICT-PALINDROME
               ADD 1 TO WS-COUNT-PALINDROME
           ELSE
               ADD 1 TO WS-COUNT-NOT-PALINDROME
           END-IF.
           WRITE PALIN-REPORT-RECORD.
           *>==========================
               EXIT.

       2110-REJECT-LINE SECTION.
       *>-------------------------

           REJECT-LINE-START.
           *>=================

           MOVE "ERREUR" TO WS-OPS-RUN-STATUS.
           ADD 1 TO WS-COUNT-REJETES.
           DISPLAY "Ligne rejetee : " WS-REJET-MOTIF.
           MOVE SPACES TO PALIN-REPORT-RECORD.
           MOVE ZEROS TO PR-COUNT-PALINDROME.
           MOVE ZEROS TO PR-COUNT-NOT-PALINDROME.
           MOVE ZEROS TO PR-NEAR-MISS.
           MOVE PI-PHRASE TO PR-PHRASE.
           MOVE WS-REJET-MOTIF TO PR-VERDICT.
           WRITE PALIN-REPORT-RECORD.

           REJECT-LINE-END.
           *>===============
               EXIT.

       2200-COMPUTE-NEAR-MISS-SCORE SECTION.
       *>--------------------------------------

           *>===========================
               EXIT.

       2250-COMPUTE-WORD-NEAR-MISS SECTION.
       *>-------------------------------------

           COMPUTE-WORD-NEAR-MISS-START.
           *>============================

           MOVE 0 TO WS-NEAR-MISS-SCORE.
           PERFORM VARYING WS-MOT-SCAN FROM 1 BY 1 UNTIL
                   WS-MOT-SCAN > WS-MOT-COUNT
               IF WS-MOT(WS-MOT-SCAN) NOT =
                       WS-MOT(WS-MOT-COUNT - WS-MOT-SCAN + 1)
                   ADD 1 TO WS-NEAR-MISS-SCORE
               END-IF
           END-PERFORM.

           COMPUTE-WORD-NEAR-MISS-END.
           *>==========================
               EXIT.

       2350-FIND-LONGEST-WORD-RUN SECTION.
       *>------------------------------------

           FIND-LONGEST-WORD-RUN-START.
           *>===========================

           MOVE SPACES TO WS-LONGEST-SUB.
           MOVE 1 TO WS-MOT-BEST-RUN.
           MOVE 0 TO WS-SUB-START.
           PERFORM VARYING WS-MOT-START FROM 1 BY 1 UNTIL
                   WS-MOT-START > WS-MOT-COUNT
               COMPUTE WS-MOT-RUN-MAX =
                   WS-MOT-COUNT - WS-MOT-START + 1
               PERFORM VARYING WS-MOT-RUN FROM WS-MOT-RUN-MAX BY -1
                       UNTIL WS-MOT-RUN <= WS-MOT-BEST-RUN
                   PERFORM 2360-CHECK-ONE-WORD-RUN
                   IF WS-MOT-IS-PALIN
                       MOVE WS-MOT-RUN TO WS-MOT-BEST-RUN
                       MOVE WS-MOT-START TO WS-SUB-START
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-SUB-START = 0
               GO TO FIND-LONGEST-WORD-RUN-END
           END-IF.
           MOVE 1 TO WS-MOT-PTR.
           PERFORM VARYING WS-MOT-SCAN FROM WS-SUB-START BY 1 UNTIL
                   WS-MOT-SCAN > WS-SUB-START + WS-MOT-BEST-RUN - 1
               IF WS-MOT-SCAN > WS-SUB-START
                   STRING " " DELIMITED BY SIZE
                       INTO WS-LONGEST-SUB WITH POINTER WS-MOT-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-MOT(WS-MOT-SCAN))
                   DELIMITED BY SIZE
                   INTO WS-LONGEST-SUB WITH POINTER WS-MOT-PTR
               END-STRING
           END-PERFORM.

           FIND-LONGEST-WORD-RUN-END.
           *>=========================
               EXIT.

       2360-CHECK-ONE-WORD-RUN SECTION.
       *>---------------------------------

           CHECK-ONE-WORD-RUN-START.
           *>========================

           MOVE "Y" TO WS-MOT-PALIN.
           COMPUTE WS-MOT-HALF = WS-MOT-RUN / 2.
           PERFORM VARYING WS-MOT-SCAN FROM 1 BY 1 UNTIL
                   WS-MOT-SCAN > WS-MOT-HALF
               IF WS-MOT(WS-MOT-START + WS-MOT-SCAN - 1) NOT =
                       WS-MOT(WS-MOT-START + WS-MOT-RUN - WS-MOT-SCAN)
                   MOVE "N" TO WS-MOT-PALIN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHECK-ONE-WORD-RUN-END.
           *>======================
               EXIT.

       2400-CALENDAR-LISTING SECTION.
       *>------------------------------

           CALENDAR-LISTING-START.
           *>======================

           MOVE "PLAGE INVALIDE" TO WS-VERDICT-LIBELLE.
           MOVE 0 TO WS-CAL-PLAGE-COUNT.
           MOVE WS-NORMALIZED(1:8) TO WS-DATE-TEST-X.
           PERFORM 1520-TEST-ONE-DATE.
           IF NOT WS-DATE-TEST-IS-OK
               GO TO CALENDAR-LISTING-END
           END-IF.
           MOVE WS-DATE-TEST-N TO WS-CAL-DEBUT.
           MOVE WS-NORMALIZED(9:8) TO WS-DATE-TEST-X.
           PERFORM 1520-TEST-ONE-DATE.
           IF NOT WS-DATE-TEST-IS-OK
               GO TO CALENDAR-LISTING-END
           END-IF.
           MOVE WS-DATE-TEST-N TO WS-CAL-FIN.
           IF WS-CAL-DEBUT > WS-CAL-FIN
               GO TO CALENDAR-LISTING-END
           END-IF.
           MOVE "CALENDRIER" TO WS-VERDICT-LIBELLE.

           IF NOT WS-CAL-EST-OUVERT
               OPEN OUTPUT CALENDAR-FILE
               MOVE "Y" TO WS-CAL-OUVERT
               MOVE 0 TO WS-CAL-TOTAL-COUNT
               MOVE "=== Calendrier des dates palindromes (JJMMAAAA,"&
                   " AAAAMMJJ, MMJJAAAA) ===" TO CALENDAR-RECORD
               WRITE CALENDAR-RECORD
           END-IF.
           MOVE SPACES TO CALENDAR-RECORD.
           STRING "--- Plage du " WS-CAL-DEBUT " au " WS-CAL-FIN
                   " ---"
               DELIMITED BY SIZE INTO CALENDAR-RECORD
           END-STRING.
           WRITE CALENDAR-RECORD.

           MOVE SPACES TO WS-CAL-ANNEE-COURANTE.
           COMPUTE WS-CAL-JOUR = FUNCTION INTEGER-OF-DATE(WS-CAL-DEBUT).
           COMPUTE WS-CAL-JOUR-FIN =
               FUNCTION INTEGER-OF-DATE(WS-CAL-FIN).
           PERFORM UNTIL WS-CAL-JOUR > WS-CAL-JOUR-FIN
               PERFORM 2410-CALENDAR-ONE-DAY
               ADD 1 TO WS-CAL-JOUR
           END-PERFORM.

           MOVE WS-CAL-PLAGE-COUNT TO WS-EDIT-CAL-COUNT.
           MOVE SPACES TO CALENDAR-RECORD.
           STRING "Dates palindromes sur la plage : " WS-EDIT-CAL-COUNT
               DELIMITED BY SIZE INTO CALENDAR-RECORD
           END-STRING.
           WRITE CALENDAR-RECORD.
           ADD WS-CAL-PLAGE-COUNT TO WS-CAL-TOTAL-COUNT.
           ADD 1 TO WS-COUNT-CALENDRIERS.

           CALENDAR-LISTING-END.
           *>====================
               EXIT.

       2410-CALENDAR-ONE-DAY SECTION.
       *>-------------------------------

           CALENDAR-ONE-DAY-START.
           *>======================

           COMPUTE WS-CAL-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-CAL-JOUR).
           MOVE "N" TO WS-CAL-TROUVE.
           MOVE SPACES TO WS-CAL-LIGNE.
           MOVE 1 TO WS-CAL-LIGNE-PTR.
           STRING WS-CAL-JJ "/" WS-CAL-MM "/" WS-CAL-AAAA " :"
               DELIMITED BY SIZE
               INTO WS-CAL-LIGNE WITH POINTER WS-CAL-LIGNE-PTR
           END-STRING.

           STRING WS-CAL-JJ WS-CAL-MM WS-CAL-AAAA
               DELIMITED BY SIZE INTO WS-CAL-REPR
           END-STRING.
           PERFORM 2420-CHECK-CALENDAR-FORM.
           IF WS-CAL-FORM-IS-PALIN
               STRING " " WS-CAL-REPR " (JJMMAAAA)"
                   DELIMITED BY SIZE
                   INTO WS-CAL-LIGNE WITH POINTER WS-CAL-LIGNE-PTR
               END-STRING
           END-IF.

           MOVE WS-CAL-DATE-X TO WS-CAL-REPR.
           PERFORM 2420-CHECK-CALENDAR-FORM.
           IF WS-CAL-FORM-IS-PALIN
               STRING " " WS-CAL-REPR " (AAAAMMJJ)"
                   DELIMITED BY SIZE
                   INTO WS-CAL-LIGNE WITH POINTER WS-CAL-LIGNE-PTR
               END-STRING
           END-IF.

           STRING WS-CAL-MM WS-CAL-JJ WS-CAL-AAAA
               DELIMITED BY SIZE INTO WS-CAL-REPR
           END-STRING.
           PERFORM 2420-CHECK-CALENDAR-FORM.
           IF WS-CAL-FORM-IS-PALIN
               STRING " " WS-CAL-REPR " (MMJJAAAA)"
                   DELIMITED BY SIZE
                   INTO WS-CAL-LIGNE WITH POINTER WS-CAL-LIGNE-PTR
               END-STRING
           END-IF.

           IF NOT WS-CAL-A-TROUVE
               GO TO CALENDAR-ONE-DAY-END
           END-IF.
           IF WS-CAL-AAAA NOT = WS-CAL-ANNEE-COURANTE
               MOVE WS-CAL-AAAA TO WS-CAL-ANNEE-COURANTE
               MOVE SPACES TO CALENDAR-RECORD
               STRING "Annee " WS-CAL-AAAA
                   DELIMITED BY SIZE INTO CALENDAR-RECORD
               END-STRING
               WRITE CALENDAR-RECORD
           END-IF.
           MOVE WS-CAL-LIGNE TO CALENDAR-RECORD.
           WRITE CALENDAR-RECORD.
           ADD 1 TO WS-CAL-PLAGE-COUNT.

           CALENDAR-ONE-DAY-END.
           *>====================
               EXIT.

       2420-CHECK-CALENDAR-FORM SECTION.
       *>----------------------------------

           CHECK-CALENDAR-FORM-START.
           *>=========================

           MOVE "N" TO WS-CAL-FORM-PALIN.
           IF WS-CAL-REPR(1:1) = WS-CAL-REPR(8:1) AND
                   WS-CAL-REPR(2:1) = WS-CAL-REPR(7:1) AND
                   WS-CAL-REPR(3:1) = WS-CAL-REPR(6:1) AND
                   WS-CAL-REPR(4:1) = WS-CAL-REPR(5:1)
               MOVE "Y" TO WS-CAL-FORM-PALIN
               MOVE "Y" TO WS-CAL-TROUVE
           END-IF.

           CHECK-CALENDAR-FORM-END.
           *>=======================
               EXIT.

       2490-CLOSE-CALENDAR SECTION.
       *>-----------------------------

           CLOSE-CALENDAR-START.
           *>====================

           MOVE WS-CAL-TOTAL-COUNT TO WS-EDIT-CAL-COUNT.
           MOVE SPACES TO CALENDAR-RECORD.
           STRING "Total : " WS-EDIT-CAL-COUNT
                   " date(s) palindrome(s)"
               DELIMITED BY SIZE INTO CALENDAR-RECORD
           END-STRING.
           WRITE CALENDAR-RECORD.
           CLOSE CALENDAR-FILE.
           MOVE "N" TO WS-CAL-OUVERT.
           MOVE "PALINCAL.DAT" TO CAT-FICHIER.
           PERFORM 9860-CATALOGUE-REPORT.

           CLOSE-CALENDAR-END.
           *>==================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "PALINDROME-CHK".

       COPY ENVCTLPR.

       COPY RPTCATPR REPLACING PROGRAM-TAG BY "PALINDROME-CHK".

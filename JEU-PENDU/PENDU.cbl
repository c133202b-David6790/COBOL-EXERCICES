           SELECT BRACKET-REPORT-FILE ASSIGN TO "PENDUBRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRACKET-RPT-STATUS.
           SELECT DEFI-REPORT-FILE ASSIGN TO "PENDUDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFI-RPT-STATUS.
           COPY OPSLOGSL.

       DATA DIVISION.
           05 HIS-LETTERS                PIC X(26).
           05 HIS-OUTCOME                PIC X(6).
           05 HIS-TOURNOI                PIC X(8).
      *> Date du defi du jour (AAAAMMJJ), a blanc hors defi.
           05 HIS-DEFI-DATE              PIC X(8).

       FD  BRACKET-FILE.
       01  BRACKET-RECORD.
       FD  BRACKET-REPORT-FILE.
       01  BRACKET-REPORT-RECORD         PIC X(80).

       FD  DEFI-REPORT-FILE.
       01  DEFI-REPORT-RECORD            PIC X(80).

       COPY OPSLOGFD.

       WORKING-STORAGE SECTION.
           88  WS-TWO-PLAYER-MODE VALUE "D" "d".
           88  WS-SOLO-MODE VALUE "S" "s".
           88  WS-TOURNAMENT-MODE VALUE "T" "t".
           88  WS-DAILY-MODE VALUE "J" "j".

       01  WS-PLAYER-NAME PIC X(20) VALUE SPACES.
       01  WS-SETTER-NAME PIC X(20) VALUE SPACES.
       01  WS-WORD-BEFORE-GUESS PIC X(20).
       01  WS-REMAINING-TRIES PIC 9.

      *> Defi du jour : la categorie, la difficulte puis le mot sont
      *> tires de PENDMOTS.DAT par une regle fixe sur la date, si bien
      *> que tous les joueurs ont le meme mot dans la journee. Une
      *> seule tentative par joueur et par jour, controlee sur
      *> PENDUHIS.DAT ; le defi ne touche pas a PENDUSCR.DAT.
       01  WS-DEFI-RPT-STATUS PIC X(2).
       01  WS-DEFI-DATE PIC X(8) VALUE SPACES.
       01  WS-DEFI-DATE-N REDEFINES WS-DEFI-DATE PIC 9(8).
       01  WS-DEFI-JOUR PIC 9(7).
       01  WS-DEFI-HASH PIC 9(10).
       01  WS-DEFI-POS PIC 9(2).
       01  WS-DEFI-PICK PIC 9(3).
       01  WS-DEFI-NB-MOTS PIC 9(3).
       01  WS-DEFI-DEJA-JOUE PIC X VALUE "N".
           88  WS-DEFI-EST-DEJA-JOUE VALUE "Y".
       01  WS-EOF-HISTORY PIC X VALUE "N".
           88  WS-END-OF-HISTORY VALUE "Y".

      *> Resultats de tous les defis relus dans PENDUHIS.DAT, pour le
      *> classement du jour et le calcul des series.
       01  WS-DEFI-TABLE.
           05 WS-DF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-INDEX-DF.
               10 WS-DF-PLAYER           PIC X(20).
               10 WS-DF-DATE             PIC X(8).
               10 WS-DF-WRONG            PIC 9(2).
               10 WS-DF-OUTCOME          PIC X(6).
               10 WS-DF-HEURE            PIC X(6).
       01  WS-DF-COUNT PIC 9(3) VALUE 0.

      *> Participants du jour, dans l'ordre du classement.
       01  WS-CLASSEMENT-TABLE.
           05 WS-CL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-INDEX-CL.
               10 WS-CL-PLAYER           PIC X(20).
               10 WS-CL-WRONG            PIC 9(2).
               10 WS-CL-OUTCOME          PIC X(6).
               10 WS-CL-HEURE            PIC X(6).
               10 WS-CL-SERIE            PIC 9(4).
       01  WS-CL-COUNT PIC 9(3) VALUE 0.
       01  WS-CL-SWAP.
           05 WS-CLS-PLAYER              PIC X(20).
           05 WS-CLS-WRONG               PIC 9(2).
           05 WS-CLS-OUTCOME             PIC X(6).
           05 WS-CLS-HEURE               PIC X(6).
           05 WS-CLS-SERIE               PIC 9(4).
       01  WS-CL-SWAPPED PIC X VALUE "N".
           88  WS-CL-HAS-SWAPPED VALUE "Y".
       01  WS-CL-LIMIT PIC 9(3).
       01  WS-CL-NEXT PIC 9(3).
       01  WS-CL-RANK PIC 9(3).
       01  WS-CL-A-AVANT PIC X VALUE "N".
           88  WS-CL-NEXT-AVANT VALUE "Y".

       01  WS-SERIE-PLAYER PIC X(20).
       01  WS-SERIE PIC 9(4).
       01  WS-SERIE-JOUR PIC 9(7).
       01  WS-SERIE-DATE PIC 9(8).
       01  WS-SERIE-DATE-X REDEFINES WS-SERIE-DATE PIC X(8).
       01  WS-SERIE-TROUVE PIC X VALUE "N".
           88  WS-SERIE-EST-TROUVE VALUE "Y".

       01  WS-EDIT-CL-RANK PIC ZZ9.
       01  WS-EDIT-CL-WRONG PIC Z9.
       01  WS-EDIT-CL-SERIE PIC ZZZ9.
       01  WS-EDIT-CL-HEURE.
           05 WS-EDIT-CL-HH              PIC X(2).
           05 FILLER                     PIC X VALUE ":".
           05 WS-EDIT-CL-MM              PIC X(2).

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE-HANGMAN-ART.
           DISPLAY "Bienvenu au jeu du pendu by David Long Bin".
           DISPLAY "Mode: D = Deux joueurs (mot saisi), "&
                   "S = Solo (mot depuis une liste), T = Tournoi, "&
                   "J = Defi du jour".
           ACCEPT WS-GAME-MODE.

           IF WS-DAILY-MODE
               PERFORM 6000-DAILY-CHALLENGE-MODE
               GO TO MAIN-PROCEDURES-END
           END-IF.

           IF WS-TOURNAMENT-MODE
               PERFORM 5000-TOURNAMENT-MODE
               GO TO MAIN-PROCEDURES-END
           ASK-USER-SELECT-WORD-FILE-START.
           *>================================

           PERFORM 1050-LOAD-WORD-LIST.

           IF WS-WORD-LIST-COUNT > 0
               PERFORM 1100-CHOOSE-CATEGORY-DIFFICULTY
               PERFORM 1200-BUILD-CANDIDATE-LIST
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
               COMPUTE WS-RANDOM-PICK =
                   FUNCTION MOD(FUNCTION INTEGER(
                       FUNCTION RANDOM(WS-RANDOM-SEED) * 100000),
                       WS-CANDIDATE-COUNT) + 1
               MOVE WS-CANDIDATE-WORD(WS-RANDOM-PICK) TO
                   WS-WORD-SELECTED-BY-USER
               DISPLAY "Un mot a ete choisi automatiquement."
           ELSE
               DISPLAY "Liste vide: retour au mode deux joueurs."
               DISPLAY "Veuillez choisir un mot pour commencer..."
               ACCEPT WS-WORD-SELECTED-BY-USER
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-WORD-SELECTED-BY-USER) TO
               WS-WORD-SELECTED-BY-USER.
           DISPLAY "A VOUS DE JOUER!".

           ASK-USER-SELECT-WORD-FILE-END.
           *>==============================
               EXIT.

       1050-LOAD-WORD-LIST SECTION.
       *>---------------------------

           LOAD-WORD-LIST-START.
           *>=====================

           MOVE 0 TO WS-WORD-LIST-COUNT.
           OPEN INPUT WORD-LIST-FILE.
           IF WS-WORD-LIST-FILE-STATUS = "00"
               DISPLAY "Aucune liste de mots trouvee (PENDMOTS.DAT)."
           END-IF.

           LOAD-WORD-LIST-END.
           *>===================
               EXIT.

       1100-CHOOSE-CATEGORY-DIFFICULTY SECTION.
           CHOOSE-CATEGORY-DIFFICULTY-START.
           *>=================================

           PERFORM 1150-BUILD-CATEGORY-TABLE.

           DISPLAY "Categories disponibles :".
           PERFORM VARYING WS-INDEX-CAT FROM 1 BY 1 UNTIL
                   WS-INDEX-CAT > WS-CATEGORY-COUNT
               DISPLAY "  - " WS-CAT-NAME(WS-INDEX-CAT)
           END-PERFORM.
           DISPLAY "Categorie choisie (vide = toutes) :".
           ACCEPT WS-CHOSEN-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-CHOSEN-CATEGORY) TO
               WS-CHOSEN-CATEGORY.

           DISPLAY "Difficulte: 1 = Facile, 2 = Moyen, 3 = Difficile".
           ACCEPT WS-DIFFICULTY-INPUT.
           IF WS-DIFFICULTY-INPUT = "1" OR "2" OR "3"
               MOVE WS-DIFFICULTY-INPUT TO WS-CHOSEN-DIFFICULTY
           ELSE
               DISPLAY "Difficulte invalide, niveau 2 retenu."
               MOVE 2 TO WS-CHOSEN-DIFFICULTY
           END-IF.

           PERFORM 1160-SET-MAX-WRONG-GUESSES.

           CHOOSE-CATEGORY-DIFFICULTY-END.
           *>================================
               EXIT.

       1150-BUILD-CATEGORY-TABLE SECTION.
       *>---------------------------------

           BUILD-CATEGORY-TABLE-START.
           *>===========================

           MOVE 0 TO WS-CATEGORY-COUNT.
           PERFORM VARYING WS-INDEX-WORD FROM 1 BY 1 UNTIL
                   WS-INDEX-WORD > WS-WORD-LIST-COUNT
               END-IF
           END-PERFORM.

           BUILD-CATEGORY-TABLE-END.
           *>=========================
               EXIT.

       1160-SET-MAX-WRONG-GUESSES SECTION.
       *>----------------------------------

           SET-MAX-WRONG-GUESSES-START.
           *>============================

           EVALUATE WS-CHOSEN-DIFFICULTY
               WHEN 1
                   MOVE 6 TO WS-MAX-WRONG-GUESSES
           END-EVALUATE.

           SET-MAX-WRONG-GUESSES-END.
           *>==========================
               EXIT.

       1200-BUILD-CANDIDATE-LIST SECTION.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HIS-TIMESTAMP.
           MOVE WS-PLAYER-NAME TO HIS-PLAYER.
           EVALUATE TRUE
               WHEN WS-SOLO-MODE
                   MOVE "SOLO" TO HIS-SETTER
               WHEN WS-DAILY-MODE
                   MOVE "DEFI DU JOUR" TO HIS-SETTER
               WHEN OTHER
                   MOVE WS-SETTER-NAME TO HIS-SETTER
           END-EVALUATE.
           MOVE WS-WORD-SELECTED-BY-USER TO HIS-WORD.
           MOVE WS-WRONG-GUESSES TO HIS-WRONG-COUNT.
           MOVE WS-GUESSED-LETTERS TO HIS-LETTERS.
               MOVE "PERDU" TO HIS-OUTCOME
           END-IF.
           MOVE WS-TOURNOI-COURANT TO HIS-TOURNOI.
           IF WS-DAILY-MODE
               MOVE WS-DEFI-DATE TO HIS-DEFI-DATE
           END-IF.
           WRITE HISTORY-RECORD.

           CLOSE HISTORY-FILE.
           *>=============================
               EXIT.

       6000-DAILY-CHALLENGE-MODE SECTION.
       *>--------------------------------

           DAILY-CHALLENGE-MODE-START.
           *>===========================

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DEFI-DATE.
           COMPUTE WS-DEFI-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DEFI-DATE-N).
           DISPLAY "=== Defi du jour du " WS-DEFI-DATE(7:2) "/"
               WS-DEFI-DATE(5:2) "/" WS-DEFI-DATE(1:4) " ===".
           DISPLAY "Quel est votre pseudo?".
           ACCEPT WS-PLAYER-NAME.
           IF WS-PLAYER-NAME = SPACES
               DISPLAY "Pseudo obligatoire pour le defi du jour."
               GO TO DAILY-CHALLENGE-MODE-END
           END-IF.

           PERFORM 6100-LOAD-DEFI-RESULTS.
           PERFORM 6150-CHECK-DAILY-ATTEMPT.
           IF WS-DEFI-EST-DEJA-JOUE
               DISPLAY "Vous avez deja joue le defi du jour, "&
                   "rendez-vous demain."
               PERFORM 6400-WRITE-DAILY-LEADERBOARD
               GO TO DAILY-CHALLENGE-MODE-END
           END-IF.

           PERFORM 1050-LOAD-WORD-LIST.
           IF WS-WORD-LIST-COUNT = 0
               DISPLAY "Defi du jour indisponible sans liste de mots."
               GO TO DAILY-CHALLENGE-MODE-END
           END-IF.

           PERFORM 6200-SELECT-DAILY-WORD.
           IF WS-CHOSEN-CATEGORY = SPACES
               DISPLAY "Categorie du jour : toutes, difficulte "
                   WS-CHOSEN-DIFFICULTY
           ELSE
               DISPLAY "Categorie du jour : " WS-CHOSEN-CATEGORY
                   " difficulte " WS-CHOSEN-DIFFICULTY
           END-IF.
           DISPLAY "A VOUS DE JOUER!".

           PERFORM 2000-MAIN-GAME-ALGORITHME.
           PERFORM 2500-WRITE-GAME-HISTORY.

           PERFORM 6100-LOAD-DEFI-RESULTS.
           MOVE WS-PLAYER-NAME TO WS-SERIE-PLAYER.
           PERFORM 6300-COMPUTE-STREAK.
           MOVE WS-SERIE TO WS-EDIT-CL-SERIE.
           DISPLAY "Serie de defis reussis : " WS-EDIT-CL-SERIE
               " jour(s).".
           PERFORM 6400-WRITE-DAILY-LEADERBOARD.

           DAILY-CHALLENGE-MODE-END.
           *>=========================
               EXIT.

       6100-LOAD-DEFI-RESULTS SECTION.
       *>------------------------------

           LOAD-DEFI-RESULTS-START.
           *>========================

           MOVE 0 TO WS-DF-COUNT.
           MOVE "N" TO WS-EOF-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               GO TO LOAD-DEFI-RESULTS-END
           END-IF.

           PERFORM UNTIL WS-END-OF-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-HISTORY
                   NOT AT END
                       IF HIS-DEFI-DATE NOT = SPACES
                           PERFORM 6110-STORE-ONE-DEFI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           LOAD-DEFI-RESULTS-END.
           *>======================
               EXIT.

       6110-STORE-ONE-DEFI SECTION.
       *>---------------------------

           STORE-ONE-DEFI-START.
           *>=====================

      *> Table pleine : le plus ancien resultat est abandonne, les
      *> series ne portant que sur les jours les plus recents.
           IF WS-DF-COUNT >= 500
               PERFORM VARYING WS-INDEX-DF FROM 1 BY 1 UNTIL
                       WS-INDEX-DF > 499
                   MOVE WS-DF-ENTRY(WS-INDEX-DF + 1) TO
                       WS-DF-ENTRY(WS-INDEX-DF)
               END-PERFORM
               MOVE 499 TO WS-DF-COUNT
           END-IF.

           ADD 1 TO WS-DF-COUNT.
           SET WS-INDEX-DF TO WS-DF-COUNT.
           MOVE HIS-PLAYER TO WS-DF-PLAYER(WS-INDEX-DF).
           MOVE HIS-DEFI-DATE TO WS-DF-DATE(WS-INDEX-DF).
           MOVE HIS-WRONG-COUNT TO WS-DF-WRONG(WS-INDEX-DF).
           MOVE HIS-OUTCOME TO WS-DF-OUTCOME(WS-INDEX-DF).
           MOVE HIS-TIMESTAMP(9:6) TO WS-DF-HEURE(WS-INDEX-DF).

           STORE-ONE-DEFI-END.
           *>===================
               EXIT.

       6150-CHECK-DAILY-ATTEMPT SECTION.
       *>--------------------------------

           CHECK-DAILY-ATTEMPT-START.
           *>==========================

           MOVE "N" TO WS-DEFI-DEJA-JOUE.
           PERFORM VARYING WS-INDEX-DF FROM 1 BY 1 UNTIL
                   WS-INDEX-DF > WS-DF-COUNT
               IF WS-DF-PLAYER(WS-INDEX-DF) = WS-PLAYER-NAME AND
                       WS-DF-DATE(WS-INDEX-DF) = WS-DEFI-DATE
                   MOVE "Y" TO WS-DEFI-DEJA-JOUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           CHECK-DAILY-ATTEMPT-END.
           *>========================
               EXIT.

       6200-SELECT-DAILY-WORD SECTION.
       *>------------------------------

           SELECT-DAILY-WORD-START.
           *>========================

      *> La difficulte tourne avec le jour ; la categorie puis le mot
      *> sont tires par un generateur congruentiel (multiplicateur
      *> 48271, modulo 2**31-1) amorce sur le jour et melange avec la
      *> categorie et la difficulte retenues.
           PERFORM 1150-BUILD-CATEGORY-TABLE.
           COMPUTE WS-CHOSEN-DIFFICULTY =
               FUNCTION MOD(WS-DEFI-JOUR, 3) + 1.
           COMPUTE WS-DEFI-HASH =
               FUNCTION MOD(WS-DEFI-JOUR * 48271, 2147483647).
           COMPUTE WS-DEFI-PICK =
               FUNCTION MOD(WS-DEFI-HASH, WS-CATEGORY-COUNT) + 1.
           MOVE WS-CAT-NAME(WS-DEFI-PICK) TO WS-CHOSEN-CATEGORY.

      *> Categorie sans mot de ce niveau : toutes categories.
           MOVE 0 TO WS-DEFI-NB-MOTS.
           PERFORM VARYING WS-INDEX-WORD FROM 1 BY 1 UNTIL
                   WS-INDEX-WORD > WS-WORD-LIST-COUNT
               IF WS-CAT-ENTRY(WS-INDEX-WORD) = WS-CHOSEN-CATEGORY AND
                       WS-DIF-ENTRY(WS-INDEX-WORD) =
                           WS-CHOSEN-DIFFICULTY
                   ADD 1 TO WS-DEFI-NB-MOTS
               END-IF
           END-PERFORM.
           IF WS-DEFI-NB-MOTS = 0
               MOVE SPACES TO WS-CHOSEN-CATEGORY
           END-IF.

           PERFORM VARYING WS-DEFI-POS FROM 1 BY 1 UNTIL
                   WS-DEFI-POS > 12
               COMPUTE WS-DEFI-HASH = FUNCTION MOD(
                   WS-DEFI-HASH * 31 +
                   FUNCTION ORD(WS-CHOSEN-CATEGORY(WS-DEFI-POS:1)),
                   2147483647)
           END-PERFORM.
           COMPUTE WS-DEFI-HASH = FUNCTION MOD(
               (WS-DEFI-HASH + WS-CHOSEN-DIFFICULTY * 7919) * 48271,
               2147483647).

           PERFORM 1200-BUILD-CANDIDATE-LIST.
           PERFORM 1160-SET-MAX-WRONG-GUESSES.
           COMPUTE WS-DEFI-PICK =
               FUNCTION MOD(WS-DEFI-HASH, WS-CANDIDATE-COUNT) + 1.
           MOVE WS-CANDIDATE-WORD(WS-DEFI-PICK) TO
               WS-WORD-SELECTED-BY-USER.
           MOVE FUNCTION UPPER-CASE(WS-WORD-SELECTED-BY-USER) TO
               WS-WORD-SELECTED-BY-USER.

           SELECT-DAILY-WORD-END.
           *>======================
               EXIT.

       6300-COMPUTE-STREAK SECTION.
       *>---------------------------

           COMPUTE-STREAK-START.
           *>=====================

      *> Nombre de jours consecutifs, jusqu'a aujourd'hui inclus, ou
      *> WS-SERIE-PLAYER a trouve le mot du defi.
           MOVE 0 TO WS-SERIE.
           MOVE WS-DEFI-JOUR TO WS-SERIE-JOUR.
           MOVE "Y" TO WS-SERIE-TROUVE.
           PERFORM UNTIL NOT WS-SERIE-EST-TROUVE
               COMPUTE WS-SERIE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SERIE-JOUR)
               MOVE "N" TO WS-SERIE-TROUVE
               PERFORM VARYING WS-INDEX-DF FROM 1 BY 1 UNTIL
                       WS-INDEX-DF > WS-DF-COUNT
                   IF WS-DF-PLAYER(WS-INDEX-DF) = WS-SERIE-PLAYER AND
                           WS-DF-DATE(WS-INDEX-DF) = WS-SERIE-DATE-X
                           AND WS-DF-OUTCOME(WS-INDEX-DF) = "GAGNE"
                       MOVE "Y" TO WS-SERIE-TROUVE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SERIE-EST-TROUVE
                   ADD 1 TO WS-SERIE
                   SUBTRACT 1 FROM WS-SERIE-JOUR
               END-IF
           END-PERFORM.

           COMPUTE-STREAK-END.
           *>===================
               EXIT.

       6400-WRITE-DAILY-LEADERBOARD SECTION.
       *>------------------------------------

           WRITE-DAILY-LEADERBOARD-START.
           *>==============================

           MOVE 0 TO WS-CL-COUNT.
           PERFORM VARYING WS-INDEX-DF FROM 1 BY 1 UNTIL
                   WS-INDEX-DF > WS-DF-COUNT OR WS-CL-COUNT >= 200
               IF WS-DF-DATE(WS-INDEX-DF) = WS-DEFI-DATE
                   ADD 1 TO WS-CL-COUNT
                   SET WS-INDEX-CL TO WS-CL-COUNT
                   MOVE WS-DF-PLAYER(WS-INDEX-DF) TO
                       WS-CL-PLAYER(WS-INDEX-CL)
                   MOVE WS-DF-WRONG(WS-INDEX-DF) TO
                       WS-CL-WRONG(WS-INDEX-CL)
                   MOVE WS-DF-OUTCOME(WS-INDEX-DF) TO
                       WS-CL-OUTCOME(WS-INDEX-CL)
                   MOVE WS-DF-HEURE(WS-INDEX-DF) TO
                       WS-CL-HEURE(WS-INDEX-CL)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-CL FROM 1 BY 1 UNTIL
                   WS-INDEX-CL > WS-CL-COUNT
               MOVE WS-CL-PLAYER(WS-INDEX-CL) TO WS-SERIE-PLAYER
               PERFORM 6300-COMPUTE-STREAK
               MOVE WS-SERIE TO WS-CL-SERIE(WS-INDEX-CL)
           END-PERFORM.

           PERFORM 6410-SORT-DAILY-LEADERBOARD.

           OPEN OUTPUT DEFI-REPORT-FILE.
           MOVE SPACES TO DEFI-REPORT-RECORD.
           STRING "=== Classement du defi du jour du "
                   WS-DEFI-DATE(7:2) "/" WS-DEFI-DATE(5:2) "/"
                   WS-DEFI-DATE(1:4) " ==="
               DELIMITED BY SIZE INTO DEFI-REPORT-RECORD
           END-STRING.
           PERFORM 6430-WRITE-DEFI-LINE.
           MOVE "Mots trouves d'abord, puis moins d'erreurs ; "&
               "serie = jours consecutifs reussis."
               TO DEFI-REPORT-RECORD.
           PERFORM 6430-WRITE-DEFI-LINE.

           MOVE 0 TO WS-CL-RANK.
           PERFORM VARYING WS-INDEX-CL FROM 1 BY 1 UNTIL
                   WS-INDEX-CL > WS-CL-COUNT
               ADD 1 TO WS-CL-RANK
               PERFORM 6420-WRITE-ONE-DEFI-RANK
           END-PERFORM.

           MOVE SPACES TO DEFI-REPORT-RECORD.
           STRING "Participants : " WS-CL-COUNT
               DELIMITED BY SIZE INTO DEFI-REPORT-RECORD
           END-STRING.
           PERFORM 6430-WRITE-DEFI-LINE.
           CLOSE DEFI-REPORT-FILE.
           DISPLAY "Classement du defi ecrit dans PENDUDEF.DAT.".

           WRITE-DAILY-LEADERBOARD-END.
           *>============================
               EXIT.

       6410-SORT-DAILY-LEADERBOARD SECTION.
       *>-----------------------------------

           SORT-DAILY-LEADERBOARD-START.
           *>=============================

           MOVE "Y" TO WS-CL-SWAPPED.
           PERFORM UNTIL NOT WS-CL-HAS-SWAPPED
               MOVE "N" TO WS-CL-SWAPPED
               COMPUTE WS-CL-LIMIT = WS-CL-COUNT - 1
               PERFORM VARYING WS-INDEX-CL FROM 1 BY 1 UNTIL
                       WS-INDEX-CL > WS-CL-LIMIT
                   SET WS-CL-NEXT TO WS-INDEX-CL
                   ADD 1 TO WS-CL-NEXT
                   MOVE "N" TO WS-CL-A-AVANT
                   EVALUATE TRUE
                       WHEN WS-CL-OUTCOME(WS-CL-NEXT) = "GAGNE" AND
                               WS-CL-OUTCOME(WS-INDEX-CL) NOT = "GAGNE"
                           MOVE "Y" TO WS-CL-A-AVANT
                       WHEN WS-CL-OUTCOME(WS-CL-NEXT) NOT = "GAGNE"
                               AND WS-CL-OUTCOME(WS-INDEX-CL) = "GAGNE"
                           CONTINUE
                       WHEN WS-CL-WRONG(WS-CL-NEXT) <
                               WS-CL-WRONG(WS-INDEX-CL)
                           MOVE "Y" TO WS-CL-A-AVANT
                       WHEN WS-CL-WRONG(WS-CL-NEXT) =
                               WS-CL-WRONG(WS-INDEX-CL) AND
                               WS-CL-HEURE(WS-CL-NEXT) <
                                   WS-CL-HEURE(WS-INDEX-CL)
                           MOVE "Y" TO WS-CL-A-AVANT
                   END-EVALUATE
                   IF WS-CL-NEXT-AVANT
                       MOVE WS-CL-ENTRY(WS-INDEX-CL) TO WS-CL-SWAP
                       MOVE WS-CL-ENTRY(WS-CL-NEXT) TO
                           WS-CL-ENTRY(WS-INDEX-CL)
                       MOVE WS-CL-SWAP TO WS-CL-ENTRY(WS-CL-NEXT)
                       MOVE "Y" TO WS-CL-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

           SORT-DAILY-LEADERBOARD-END.
           *>===========================
               EXIT.

       6420-WRITE-ONE-DEFI-RANK SECTION.
       *>--------------------------------

           WRITE-ONE-DEFI-RANK-START.
           *>==========================

           MOVE WS-CL-RANK TO WS-EDIT-CL-RANK.
           MOVE WS-CL-WRONG(WS-INDEX-CL) TO WS-EDIT-CL-WRONG.
           MOVE WS-CL-SERIE(WS-INDEX-CL) TO WS-EDIT-CL-SERIE.
           MOVE WS-CL-HEURE(WS-INDEX-CL)(1:2) TO WS-EDIT-CL-HH.
           MOVE WS-CL-HEURE(WS-INDEX-CL)(3:2) TO WS-EDIT-CL-MM.
           MOVE SPACES TO DEFI-REPORT-RECORD.
           STRING WS-EDIT-CL-RANK ". "
                   WS-CL-PLAYER(WS-INDEX-CL)
                   " Erreurs:" WS-EDIT-CL-WRONG
                   " " WS-CL-OUTCOME(WS-INDEX-CL)
                   " Serie:" WS-EDIT-CL-SERIE
                   " a " WS-EDIT-CL-HEURE
               DELIMITED BY SIZE INTO DEFI-REPORT-RECORD
           END-STRING.
           PERFORM 6430-WRITE-DEFI-LINE.

           WRITE-ONE-DEFI-RANK-END.
           *>========================
               EXIT.

       6430-WRITE-DEFI-LINE SECTION.
       *>----------------------------

           WRITE-DEFI-LINE-START.
           *>======================

           WRITE DEFI-REPORT-RECORD.
           DISPLAY DEFI-REPORT-RECORD.

           WRITE-DEFI-LINE-END.
           *>====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>--------------------------


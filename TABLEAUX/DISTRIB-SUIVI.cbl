           05 DS-DATE-EDITION           PIC 9(8).
           05 DS-STATUT                 PIC X(6).
           05 DS-DATE-STATUT            PIC 9(8).
           05 DS-HEURE-EDITION          PIC 9(6).
           05 DS-NATURE                 PIC X.
               88 DS-RECTIFICATIF       VALUE "C".

       FD  DIST-TEMP-FILE.
       01  DIST-TEMP-RECORD             PIC X(65).

       FD  DIST-PARM-FILE.
       01  DIST-PARM-RECORD             PIC 9(3).
       01  WS-SAISIE-MATRICULE PIC 9(6).
       01  WS-SAISIE-TRIMESTRE PIC X.
       01  WS-SAISIE-STATUT PIC X.
       01  WS-SAISIE-NATURE PIC X.
           88  WS-SAISIE-RECTIFICATIF VALUE "O".
       01  WS-NATURE-LIBELLE PIC X(7).
       01  WS-STATUT-LIBELLE PIC X(6).

       01  WS-CNT-MARQUES PIC 9(4) VALUE 0.
       01  WS-AGE-JOURS PIC S9(5).
       01  WS-EDIT-AGE PIC ZZZZ9.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
               GO TO MARK-ONE-BULLETIN-END
           END-IF.

      *> Un rectificatif a sa propre ligne de suivi, distincte de
      *> celle du bulletin qu'il remplace.
           DISPLAY "Bulletin rectificatif (O/N, vide = N) :".
           ACCEPT WS-SAISIE-NATURE.
           MOVE FUNCTION UPPER-CASE(WS-SAISIE-NATURE) TO
               WS-SAISIE-NATURE.

           DISPLAY "Statut (R = remis en main propre, P = poste, "&
               "N = retour NPAI) :".
           ACCEPT WS-SAISIE-STATUT.
                   DS-PRENOM = WS-SAISIE-PRENOM))
                   AND DS-TRIMESTRE =
                       FUNCTION NUMVAL(WS-SAISIE-TRIMESTRE)
                   AND ((WS-SAISIE-RECTIFICATIF AND DS-RECTIFICATIF)
                   OR (NOT WS-SAISIE-RECTIFICATIF AND
                   NOT DS-RECTIFICATIF))
               MOVE WS-STATUT-LIBELLE TO DS-STATUT
               MOVE WS-DATE-DU-JOUR TO DS-DATE-STATUT
               ADD 1 TO WS-CNT-MARQUES
               "  Relances : " WS-CNT-RELANCES
               " (rapport TABLRELA.DAT).".

           IF WS-CNT-RELANCES > 0
               MOVE "MINEURE" TO ALR-SEVERITE
               MOVE SPACES TO ALR-TEXTE
               STRING WS-CNT-RELANCES
                       " bulletin(s) sans accuse a relancer, voir "
                       "TABLRELA.DAT"
                   DELIMITED BY SIZE INTO ALR-TEXTE
               END-STRING
               PERFORM 9950-POST-ALERT
           END-IF.

           RELANCE-REPORT-END.
           *>===================
               EXIT.

           ADD 1 TO WS-CNT-RELANCES.
           MOVE WS-AGE-JOURS TO WS-EDIT-AGE.
           IF DS-RECTIFICATIF
               MOVE " RECTIF" TO WS-NATURE-LIBELLE
           ELSE
               MOVE SPACES TO WS-NATURE-LIBELLE
           END-IF.
           MOVE SPACES TO RELANCE-RECORD.
           STRING DS-ID-CLASSE " "
                   DS-NOM " "
                   DS-PRENOM
                   " T" DS-TRIMESTRE WS-NATURE-LIBELLE
                   " statut " DS-STATUT
                   " depuis " WS-EDIT-AGE " jour(s)"
               DELIMITED BY SIZE INTO RELANCE-RECORD

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "DISTRIB-SUIVI".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "DISTRIB-SUIVI".

       END PROGRAM DISTRIB-SUIVI.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FULL-FILE-STATUS.
           COPY OPSLOGSL.
           COPY ALRTSL.

       DATA DIVISION.
       FILE SECTION.

       COPY OPSLOGFD.

       COPY ALRTFD.

       WORKING-STORAGE SECTION.
       01  WS-DASHBOARD-FILE-STATUS PIC X(2).
       01  WS-FULL-FILE-STATUS PIC X(2).
       01  WS-EDIT-ERREURS PIC ZZZZ9.
       01  WS-EDIT-SANS-FIN PIC ZZZZ9.

       01  WS-ALS-TOTAL PIC 9(5) VALUE 0.
       01  WS-ALS-OUVERTES PIC 9(5) VALUE 0.
       01  WS-ALS-ACQUITTEES PIC 9(5) VALUE 0.
       01  WS-ALS-CLOSES PIC 9(5) VALUE 0.
       01  WS-ALS-ESCALADEES PIC 9(5) VALUE 0.
       01  WS-ALS-CRITIQUES PIC 9(5) VALUE 0.
       01  WS-ALS-MAJEURES PIC 9(5) VALUE 0.
       01  WS-ALS-MINEURES PIC 9(5) VALUE 0.
       01  WS-ALS-SOURCE-TABLE.
           05 WS-ALS-SOURCE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-INDEX-ALS.
               10 WS-ALS-SRC-PROGRAMME   PIC X(15).
               10 WS-ALS-SRC-TOTAL       PIC 9(5).
               10 WS-ALS-SRC-NON-CLOSES  PIC 9(5).
       01  WS-NB-ALS-SOURCES PIC 9(2) VALUE 0.
       01  WS-ALS-SRC-TROUVE PIC X VALUE "N".
           88  WS-ALS-SRC-EST-TROUVE VALUE "Y".
       01  WS-ALS-MIN-ACQUIT PIC 9(9) VALUE 0.
       01  WS-ALS-DELAI PIC S9(9) VALUE 0.
       01  WS-ALS-NB-ACQUITS PIC 9(5) VALUE 0.
       01  WS-ALS-CUMUL-ACQUIT PIC 9(11) VALUE 0.
       01  WS-ALS-MAX-ACQUIT PIC 9(9) VALUE 0.
       01  WS-ALS-MOYENNE PIC 9(9) VALUE 0.
       01  WS-EDIT-ALS-1 PIC ZZZZ9.
       01  WS-EDIT-ALS-2 PIC ZZZZ9.
       01  WS-EDIT-ALS-3 PIC ZZZZ9.
       01  WS-EDIT-ALS-4 PIC ZZZZ9.
       01  WS-EDIT-ALS-5 PIC ZZZZ9.
       01  WS-EDIT-ALS-DELAI PIC ZZZZZZ9.
       01  WS-EDIT-ALS-MAX PIC ZZZZZZ9.

       COPY ALRTWS.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
                   " execution(s) sans evenement END."
           END-IF.

           PERFORM 4000-ALERT-STATISTICS.

           CLOSE DASHBOARD-FILE.
           DISPLAY "Tableau de bord ecrit dans OPSDASH.DAT.".

           *>===========================
               EXIT.

       4000-ALERT-STATISTICS SECTION.
       *>---------------------------------

           ALERT-STATISTICS-START.
           *>=======================

      *> Synthese de la file ALERTES.DAT : comptes par etat, par
      *> gravite et par programme emetteur, delai moyen entre le
      *> depot d'une alerte et son acquittement.
           MOVE SPACES TO DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.
           MOVE "=== Alertes (ALERTES.DAT) ===" TO DASHBOARD-RECORD.
           WRITE DASHBOARD-RECORD.

           MOVE "N" TO WS-AQ-EOF.
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               MOVE "Aucune alerte deposee." TO DASHBOARD-RECORD
               WRITE DASHBOARD-RECORD
               GO TO ALERT-STATISTICS-END
           END-IF.
           PERFORM UNTIL WS-AQ-END-OF-QUEUE
               READ ALERT-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-AQ-EOF
                   NOT AT END
                       MOVE ALERT-QUEUE-RECORD TO WS-AQ-COURANTE
                       PERFORM 4100-TALLY-ONE-ALERT
               END-READ
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.

           MOVE WS-ALS-TOTAL TO WS-EDIT-ALS-1.
           MOVE WS-ALS-OUVERTES TO WS-EDIT-ALS-2.
           MOVE WS-ALS-ACQUITTEES TO WS-EDIT-ALS-3.
           MOVE WS-ALS-CLOSES TO WS-EDIT-ALS-4.
           MOVE WS-ALS-ESCALADEES TO WS-EDIT-ALS-5.
           MOVE SPACES TO DASHBOARD-RECORD.
           STRING "Alertes:" WS-EDIT-ALS-1
                   " ouvertes:" WS-EDIT-ALS-2
                   " acquittees:" WS-EDIT-ALS-3
                   " closes:" WS-EDIT-ALS-4
                   " escaladees:" WS-EDIT-ALS-5
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           END-STRING.
           WRITE DASHBOARD-RECORD.

           MOVE WS-ALS-CRITIQUES TO WS-EDIT-ALS-1.
           MOVE WS-ALS-MAJEURES TO WS-EDIT-ALS-2.
           MOVE WS-ALS-MINEURES TO WS-EDIT-ALS-3.
           MOVE SPACES TO DASHBOARD-RECORD.
           STRING "Non closes par gravite  CRITIQUE:" WS-EDIT-ALS-1
                   " MAJEURE:" WS-EDIT-ALS-2
                   " MINEURE:" WS-EDIT-ALS-3
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           END-STRING.
           WRITE DASHBOARD-RECORD.

           PERFORM VARYING WS-INDEX-ALS FROM 1 BY 1 UNTIL
                   WS-INDEX-ALS > WS-NB-ALS-SOURCES
               MOVE WS-ALS-SRC-TOTAL(WS-INDEX-ALS) TO WS-EDIT-ALS-1
               MOVE WS-ALS-SRC-NON-CLOSES(WS-INDEX-ALS) TO
                   WS-EDIT-ALS-2
               MOVE SPACES TO DASHBOARD-RECORD
               STRING "  " WS-ALS-SRC-PROGRAMME(WS-INDEX-ALS)
                       " alertes:" WS-EDIT-ALS-1
                       " non closes:" WS-EDIT-ALS-2
                   DELIMITED BY SIZE INTO DASHBOARD-RECORD
               END-STRING
               WRITE DASHBOARD-RECORD
           END-PERFORM.

           IF WS-ALS-NB-ACQUITS > 0
               COMPUTE WS-ALS-MOYENNE ROUNDED =
                   WS-ALS-CUMUL-ACQUIT / WS-ALS-NB-ACQUITS
           ELSE
               MOVE 0 TO WS-ALS-MOYENNE
           END-IF.
           MOVE WS-ALS-MOYENNE TO WS-EDIT-ALS-DELAI.
           MOVE WS-ALS-MAX-ACQUIT TO WS-EDIT-ALS-MAX.
           MOVE WS-ALS-NB-ACQUITS TO WS-EDIT-ALS-1.
           MOVE SPACES TO DASHBOARD-RECORD.
           STRING "Delai moyen d'acquittement (min):" WS-EDIT-ALS-DELAI
                   " max:" WS-EDIT-ALS-MAX
                   " sur" WS-EDIT-ALS-1 " alerte(s)"
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           END-STRING.
           WRITE DASHBOARD-RECORD.

           IF WS-ALS-OUVERTES > 0
               DISPLAY "ATTENTION : " WS-ALS-OUVERTES
                   " alerte(s) non acquittee(s)."
           END-IF.

           ALERT-STATISTICS-END.
           *>=====================
               EXIT.

       4100-TALLY-ONE-ALERT SECTION.
       *>--------------------------------

           TALLY-ONE-ALERT-START.
           *>======================

           IF WS-AQC-NUMERO IS NOT NUMERIC
               GO TO TALLY-ONE-ALERT-END
           END-IF.
           ADD 1 TO WS-ALS-TOTAL.
           EVALUATE TRUE
               WHEN WS-AQC-OUVERTE
                   ADD 1 TO WS-ALS-OUVERTES
               WHEN WS-AQC-ACQUITTEE
                   ADD 1 TO WS-ALS-ACQUITTEES
               WHEN WS-AQC-CLOSE
                   ADD 1 TO WS-ALS-CLOSES
           END-EVALUATE.
           IF WS-AQC-EST-ESCALADEE
               ADD 1 TO WS-ALS-ESCALADEES
           END-IF.
           IF NOT WS-AQC-CLOSE
               EVALUATE TRUE
                   WHEN WS-AQC-CRITIQUE
                       ADD 1 TO WS-ALS-CRITIQUES
                   WHEN WS-AQC-MAJEURE
                       ADD 1 TO WS-ALS-MAJEURES
                   WHEN WS-AQC-MINEURE
                       ADD 1 TO WS-ALS-MINEURES
               END-EVALUATE
           END-IF.

           MOVE "N" TO WS-ALS-SRC-TROUVE.
           PERFORM VARYING WS-INDEX-ALS FROM 1 BY 1 UNTIL
                   WS-INDEX-ALS > WS-NB-ALS-SOURCES
               IF WS-ALS-SRC-PROGRAMME(WS-INDEX-ALS) =
                       WS-AQC-PROGRAMME
                   MOVE "Y" TO WS-ALS-SRC-TROUVE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ALS-SRC-EST-TROUVE AND WS-NB-ALS-SOURCES < 20
               ADD 1 TO WS-NB-ALS-SOURCES
               SET WS-INDEX-ALS TO WS-NB-ALS-SOURCES
               MOVE WS-AQC-PROGRAMME TO
                   WS-ALS-SRC-PROGRAMME(WS-INDEX-ALS)
               MOVE 0 TO WS-ALS-SRC-TOTAL(WS-INDEX-ALS)
               MOVE 0 TO WS-ALS-SRC-NON-CLOSES(WS-INDEX-ALS)
               MOVE "Y" TO WS-ALS-SRC-TROUVE
           END-IF.
           IF WS-ALS-SRC-EST-TROUVE
               ADD 1 TO WS-ALS-SRC-TOTAL(WS-INDEX-ALS)
               IF NOT WS-AQC-CLOSE
                   ADD 1 TO WS-ALS-SRC-NON-CLOSES(WS-INDEX-ALS)
               END-IF
           END-IF.

           IF WS-AQC-DATE-ACQUIT = SPACES
               GO TO TALLY-ONE-ALERT-END
           END-IF.
           MOVE WS-AQC-DATE-ACQUIT TO WS-AQ-TS-CALCUL.
           PERFORM 9970-ALERT-MINUTES.
           MOVE WS-AQ-MINUTES TO WS-ALS-MIN-ACQUIT.
           MOVE WS-AQC-HORODATAGE TO WS-AQ-TS-CALCUL.
           PERFORM 9970-ALERT-MINUTES.
           IF WS-ALS-MIN-ACQUIT = 0 OR WS-AQ-MINUTES = 0
               GO TO TALLY-ONE-ALERT-END
           END-IF.
           COMPUTE WS-ALS-DELAI = WS-ALS-MIN-ACQUIT - WS-AQ-MINUTES.
           IF WS-ALS-DELAI < 0
               MOVE 0 TO WS-ALS-DELAI
           END-IF.
           ADD 1 TO WS-ALS-NB-ACQUITS.
           ADD WS-ALS-DELAI TO WS-ALS-CUMUL-ACQUIT.
           IF WS-ALS-DELAI > WS-ALS-MAX-ACQUIT
               MOVE WS-ALS-DELAI TO WS-ALS-MAX-ACQUIT
           END-IF.

           TALLY-ONE-ALERT-END.
           *>====================
               EXIT.

       9999-PROGRAMME-END SECTION.
       *>----------------------------


       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "OPS-DASHBOARD".

       COPY ALRQPR.

       END PROGRAM OPS-DASHBOARD.

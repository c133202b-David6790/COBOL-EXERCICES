       9870-LOAD-SET-INDEX SECTION.
       *>------------------------------

           LOAD-SET-INDEX-START.
           *>=====================

           MOVE 0 TO WS-SVG-SET-COUNT.
           OPEN INPUT SET-INDEX-FILE.
           IF WS-SVG-INDEX-STATUS NOT = "00"
               GO TO LOAD-SET-INDEX-END
           END-IF.
           MOVE "N" TO WS-SVG-EOF.
           PERFORM UNTIL WS-SVG-END-OF-FILE OR WS-SVG-SET-COUNT >= 30
               READ SET-INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-SVG-EOF
                   NOT AT END
                       IF SS-SLOT IS NUMERIC AND SS-SLOT > 0
                           ADD 1 TO WS-SVG-SET-COUNT
                           SET WS-INDEX-SET TO WS-SVG-SET-COUNT
                           MOVE SS-SLOT TO WS-SET-SLOT(WS-INDEX-SET)
                           MOVE SS-DATE TO WS-SET-DATE(WS-INDEX-SET)
                           MOVE SS-HEURE TO
                               WS-SET-HEURE(WS-INDEX-SET)
                           MOVE SS-STATUT TO
                               WS-SET-STATUT(WS-INDEX-SET)
                           MOVE SS-NB-FICHIERS TO
                               WS-SET-NB-FICHIERS(WS-INDEX-SET)
                           MOVE SS-NB-ABSENTS TO
                               WS-SET-NB-ABSENTS(WS-INDEX-SET)
                           MOVE SS-OPERATEUR TO
                               WS-SET-OPERATEUR(WS-INDEX-SET)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SET-INDEX-FILE.

           LOAD-SET-INDEX-END.
           *>===================
               EXIT.

       9871-REWRITE-SET-INDEX SECTION.
       *>---------------------------------

           REWRITE-SET-INDEX-START.
           *>========================

           OPEN OUTPUT SET-INDEX-FILE.
           IF WS-SVG-INDEX-STATUS NOT = "00"
               DISPLAY "SAUVSETS.DAT impossible a reecrire."
               GO TO REWRITE-SET-INDEX-END
           END-IF.
           PERFORM VARYING WS-INDEX-SET FROM 1 BY 1 UNTIL
                   WS-INDEX-SET > WS-SVG-SET-COUNT
               MOVE SPACES TO SET-INDEX-RECORD
               MOVE WS-SET-SLOT(WS-INDEX-SET) TO SS-SLOT
               MOVE WS-SET-DATE(WS-INDEX-SET) TO SS-DATE
               MOVE WS-SET-HEURE(WS-INDEX-SET) TO SS-HEURE
               MOVE WS-SET-STATUT(WS-INDEX-SET) TO SS-STATUT
               MOVE WS-SET-NB-FICHIERS(WS-INDEX-SET) TO SS-NB-FICHIERS
               MOVE WS-SET-NB-ABSENTS(WS-INDEX-SET) TO SS-NB-ABSENTS
               MOVE WS-SET-OPERATEUR(WS-INDEX-SET) TO SS-OPERATEUR
               WRITE SET-INDEX-RECORD
           END-PERFORM.
           CLOSE SET-INDEX-FILE.

           REWRITE-SET-INDEX-END.
           *>======================
               EXIT.

       9872-BUILD-SET-NAMES SECTION.
       *>-------------------------------

           BUILD-SET-NAMES-START.
           *>======================

      *> Copie d'un fichier dans le jeu WS-SVG-SLOT : meme nom de
      *> base, extension .Snn ; manifeste SAUVMANI.Snn.
           MOVE WS-SVG-SLOT TO WS-SVG-EDIT-SLOT.
           MOVE SPACES TO WS-SVG-COPY-NAME.
           STRING WS-SVG-LIVE-NAME DELIMITED BY "."
                   ".S" WS-SVG-EDIT-SLOT DELIMITED BY SIZE
               INTO WS-SVG-COPY-NAME
           END-STRING.
           MOVE SPACES TO WS-SVG-MANIFEST-NAME.
           STRING "SAUVMANI.S" WS-SVG-EDIT-SLOT DELIMITED BY SIZE
               INTO WS-SVG-MANIFEST-NAME
           END-STRING.

           BUILD-SET-NAMES-END.
           *>====================
               EXIT.

       9874-HASH-BUFFER SECTION.
       *>---------------------------

           HASH-BUFFER-START.
           *>==================

      *> Empreinte positionnelle de l'enregistrement, cumulee dans
      *> le total de controle du fichier.
           MOVE 7 TO WS-SVG-EMPREINTE.
           PERFORM VARYING WS-SVG-POS FROM 1 BY 1 UNTIL
                   WS-SVG-POS > 1000
               COMPUTE WS-SVG-EMPREINTE =
                   FUNCTION MOD(
                       (WS-SVG-EMPREINTE * 31) +
                       (FUNCTION ORD(WS-SVG-BUFFER(WS-SVG-POS:1))
                           * WS-SVG-POS),
                       99999989)
           END-PERFORM.
           ADD WS-SVG-EMPREINTE TO WS-SVG-TOTAL.
           ADD 1 TO WS-SVG-NB-ENREG.

           HASH-BUFFER-END.
           *>================
               EXIT.

       9875-MEASURE-LIVE-FILE SECTION.
       *>---------------------------------

           MEASURE-LIVE-FILE-START.
           *>========================

      *> Mesure du fichier vivant WS-SVG-FICHIER(WS-INDEX-SVG), les
      *> fichiers indexes etant lus dans l'ordre de leur cle.
           MOVE "N" TO WS-SVG-PRESENT.
           MOVE 0 TO WS-SVG-NB-ENREG.
           MOVE 0 TO WS-SVG-TOTAL.
           MOVE "N" TO WS-SVG-EOF.

           EVALUATE WS-SVG-GENRE(WS-INDEX-SVG)
               WHEN "M"
                   OPEN INPUT MASTER-FILE
                   IF WS-MASTER-FILE-STATUS NOT = "00"
                       GO TO MEASURE-LIVE-FILE-END
                   END-IF
                   PERFORM UNTIL WS-SVG-END-OF-FILE
                       READ MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE MASTER-RECORD TO WS-SVG-BUFFER
                               PERFORM 9874-HASH-BUFFER
                       END-READ
                   END-PERFORM
                   CLOSE MASTER-FILE
               WHEN "P"
                   OPEN INPUT SCORE-FILE
                   IF WS-SCORE-FILE-STATUS NOT = "00"
                       GO TO MEASURE-LIVE-FILE-END
                   END-IF
                   PERFORM UNTIL WS-SVG-END-OF-FILE
                       READ SCORE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE SCORE-RECORD TO WS-SVG-BUFFER
                               PERFORM 9874-HASH-BUFFER
                       END-READ
                   END-PERFORM
                   CLOSE SCORE-FILE
               WHEN OTHER
                   MOVE WS-SVG-FICHIER(WS-INDEX-SVG) TO
                       WS-SVG-LIVE-NAME
                   OPEN INPUT LIVE-DATA-FILE
                   IF WS-SVG-LIVE-STATUS NOT = "00"
                       GO TO MEASURE-LIVE-FILE-END
                   END-IF
                   PERFORM UNTIL WS-SVG-END-OF-FILE
                       READ LIVE-DATA-FILE
                           AT END
                               MOVE "Y" TO WS-SVG-EOF
                           NOT AT END
                               MOVE LIVE-DATA-RECORD TO WS-SVG-BUFFER
                               PERFORM 9874-HASH-BUFFER
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-DATA-FILE
           END-EVALUATE.
           MOVE "O" TO WS-SVG-PRESENT.

           MEASURE-LIVE-FILE-END.
           *>======================
               EXIT.

       9876-MEASURE-COPY-FILE SECTION.
       *>---------------------------------

           MEASURE-COPY-FILE-START.
           *>========================

           MOVE "N" TO WS-SVG-PRESENT.
           MOVE 0 TO WS-SVG-NB-ENREG.
           MOVE 0 TO WS-SVG-TOTAL.
           MOVE "N" TO WS-SVG-EOF.
           OPEN INPUT SET-COPY-FILE.
           IF WS-SVG-COPY-STATUS NOT = "00"
               GO TO MEASURE-COPY-FILE-END
           END-IF.
           PERFORM UNTIL WS-SVG-END-OF-FILE
               READ SET-COPY-FILE
                   AT END
                       MOVE "Y" TO WS-SVG-EOF
                   NOT AT END
                       MOVE SET-COPY-RECORD TO WS-SVG-BUFFER
                       PERFORM 9874-HASH-BUFFER
               END-READ
           END-PERFORM.
           CLOSE SET-COPY-FILE.
           MOVE "O" TO WS-SVG-PRESENT.

           MEASURE-COPY-FILE-END.
           *>======================
               EXIT.

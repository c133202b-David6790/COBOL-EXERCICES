
       COPY RUNCTLWS.

       COPY ALRTLK.

       COPY OPSLOGWS.

       PROCEDURE DIVISION.
               MOVE "ERREUR" TO WS-OPS-RUN-STATUS
               DISPLAY "*** " WS-CNT-DESEQUILIBRES
                   " DESEQUILIBRE(S) DETECTE(S), VOIR RUNBAL.DAT ***"
               MOVE "MAJEURE" TO ALR-SEVERITE
               MOVE SPACES TO ALR-TEXTE
               STRING WS-CNT-DESEQUILIBRES
                       " desequilibre(s) au bilan du " WS-DATE-BILAN
                       ", voir RUNBAL.DAT"
                   DELIMITED BY SIZE INTO ALR-TEXTE
               END-STRING
               PERFORM 9950-POST-ALERT
           ELSE
               DISPLAY "Chaine en equilibre, bilan dans RUNBAL.DAT."
           END-IF.

       COPY OPSLOGPR REPLACING PROGRAM-TAG BY "RUN-BALANCE".

       COPY ALRTPR REPLACING PROGRAM-TAG BY "RUN-BALANCE".

       END PROGRAM RUN-BALANCE.

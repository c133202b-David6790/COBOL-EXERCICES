           05 RL-TYPE                  PIC X(8).
           05 RL-PARM1                 PIC 9(10).
           05 RL-PARM2                 PIC 9(10).
      *> C = regle de champ, appliquee seulement quand un gabarit de
      *> fichier la nomme ; a blanc = regle des valeurs soumises.
           05 RL-PORTEE                PIC X.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
                       AT END
                           MOVE "Y" TO WS-EOF-RULES
                       NOT AT END
                           IF RL-PORTEE NOT = "C"
                               ADD 1 TO WS-RULE-COUNT
                               SET WS-INDEX-RULE TO WS-RULE-COUNT
                               MOVE RL-NAME TO
                                   WS-RULE-NAME(WS-INDEX-RULE)
                               MOVE RL-TYPE TO
                                   WS-RULE-TYPE(WS-INDEX-RULE)
                               MOVE RL-PARM1 TO
                                   WS-RULE-PARM1(WS-INDEX-RULE)
                               MOVE RL-PARM2 TO
                                   WS-RULE-PARM2(WS-INDEX-RULE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE

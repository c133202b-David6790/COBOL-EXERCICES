       3630-EVALUATE-EXPRESSION SECTION.
       *>-----------------------------------

           EVALUATE-EXPRESSION-START.
           *>==========================

           MOVE "N" TO WS-EXP-ERREUR.
           MOVE SPACES TO WS-EXP-MOTIF.
           MOVE 0 TO WS-EXP-RESULT.
           MOVE 0 TO WS-OPD-TOP.
           MOVE 0 TO WS-OPR-TOP.
           MOVE SPACES TO WS-NUM-BUF.
           MOVE 0 TO WS-NUM-LEN.
           MOVE SPACES TO WS-NOM-BUF.
           MOVE 0 TO WS-NOM-LEN.
           MOVE "O" TO WS-ATTEND-OPERANDE.

           PERFORM VARYING WS-EXP-POS FROM 1 BY 1 UNTIL
                   WS-EXP-POS > 60 OR WS-EXP-EN-ERREUR
               MOVE WS-EXP-TEXTE(WS-EXP-POS:1) TO WS-EXP-CHAR
               EVALUATE TRUE
                   WHEN WS-EXP-CHAR >= "0" AND WS-EXP-CHAR <= "9"
                       IF WS-NOM-LEN > 0
                           PERFORM 3631-ADD-CHAR-TO-NAME
                       ELSE
                           PERFORM 3632-ADD-CHAR-TO-NUMBER
                       END-IF
                   WHEN (WS-EXP-CHAR >= "A" AND WS-EXP-CHAR <= "Z")
                           OR WS-EXP-CHAR = "_"
                       PERFORM 3631-ADD-CHAR-TO-NAME
                   WHEN WS-EXP-CHAR = "." OR WS-EXP-CHAR = ","
                       MOVE "." TO WS-EXP-CHAR
                       PERFORM 3632-ADD-CHAR-TO-NUMBER
                   WHEN WS-EXP-CHAR = "-" AND
                           WS-ATTEND-OPERANDE = "O" AND
                           WS-NUM-LEN = 0 AND WS-NOM-LEN = 0
                       PERFORM 3632-ADD-CHAR-TO-NUMBER
                   WHEN WS-EXP-CHAR = SPACE
                       PERFORM 3633-FLUSH-NUMBER
                   WHEN WS-EXP-CHAR = "("
                       PERFORM 3633-FLUSH-NUMBER
                       IF WS-OPR-TOP >= 20
                           MOVE "Y" TO WS-EXP-ERREUR
                           MOVE "EXPRESSION TROP LONGUE" TO
                               WS-EXP-MOTIF
                       ELSE
                           ADD 1 TO WS-OPR-TOP
                           MOVE "(" TO WS-OPR-ENTRY(WS-OPR-TOP)
                           MOVE "O" TO WS-ATTEND-OPERANDE
                       END-IF
                   WHEN WS-EXP-CHAR = ")"
                       PERFORM 3633-FLUSH-NUMBER
                       PERFORM UNTIL WS-EXP-EN-ERREUR OR
                               WS-OPR-TOP = 0 OR
                               WS-OPR-ENTRY(WS-OPR-TOP) = "("
                           PERFORM 3640-APPLY-TOP-OPERATOR
                       END-PERFORM
                       IF NOT WS-EXP-EN-ERREUR
                           IF WS-OPR-TOP = 0
                               MOVE "Y" TO WS-EXP-ERREUR
                               MOVE "PARENTHESES DESEQUIL." TO
                                   WS-EXP-MOTIF
                           ELSE
                               SUBTRACT 1 FROM WS-OPR-TOP
                               MOVE "N" TO WS-ATTEND-OPERANDE
                           END-IF
                       END-IF
                   WHEN WS-EXP-CHAR = "+" OR "-" OR "*" OR "/" OR
                           "^" OR "%"
                       PERFORM 3633-FLUSH-NUMBER
                       MOVE WS-EXP-CHAR TO WS-EXP-OP
                       PERFORM 3635-HANDLE-OPERATOR
                   WHEN OTHER
                       MOVE "Y" TO WS-EXP-ERREUR
                       MOVE "CARACTERE INVALIDE" TO WS-EXP-MOTIF
               END-EVALUATE
           END-PERFORM.

           IF NOT WS-EXP-EN-ERREUR
               PERFORM 3633-FLUSH-NUMBER
           END-IF.
           PERFORM UNTIL WS-EXP-EN-ERREUR OR WS-OPR-TOP = 0
               IF WS-OPR-ENTRY(WS-OPR-TOP) = "("
                   MOVE "Y" TO WS-EXP-ERREUR
                   MOVE "PARENTHESES DESEQUIL." TO WS-EXP-MOTIF
               ELSE
                   PERFORM 3640-APPLY-TOP-OPERATOR
               END-IF
           END-PERFORM.

           IF NOT WS-EXP-EN-ERREUR
               IF WS-OPD-TOP = 1
                   COMPUTE WS-EXP-RESULT ROUNDED = WS-OPD-ENTRY(1)
               ELSE
                   MOVE "Y" TO WS-EXP-ERREUR
                   MOVE "EXPRESSION INCOMPLETE" TO WS-EXP-MOTIF
               END-IF
           END-IF.

           EVALUATE-EXPRESSION-END.
           *>========================
               EXIT.

       3631-ADD-CHAR-TO-NAME SECTION.
       *>--------------------------------

           ADD-CHAR-TO-NAME-START.
           *>=======================

      *> Seul un signe moins isole peut preceder un nom (-TAUX).
           IF WS-NUM-LEN > 0 AND
                   NOT (WS-NUM-LEN = 1 AND WS-NUM-BUF(1:1) = "-")
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "NOMBRE INVALIDE" TO WS-EXP-MOTIF
               GO TO ADD-CHAR-TO-NAME-END
           END-IF.
           IF WS-NOM-LEN >= 8
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "NOM TROP LONG" TO WS-EXP-MOTIF
           ELSE
               ADD 1 TO WS-NOM-LEN
               MOVE WS-EXP-CHAR TO WS-NOM-BUF(WS-NOM-LEN:1)
           END-IF.

           ADD-CHAR-TO-NAME-END.
           *>=====================
               EXIT.

       3632-ADD-CHAR-TO-NUMBER SECTION.
       *>----------------------------------

           ADD-CHAR-TO-NUMBER-START.
           *>=========================

           IF WS-NUM-LEN >= 14
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "NOMBRE TROP LONG" TO WS-EXP-MOTIF
           ELSE
               ADD 1 TO WS-NUM-LEN
               MOVE WS-EXP-CHAR TO WS-NUM-BUF(WS-NUM-LEN:1)
           END-IF.

           ADD-CHAR-TO-NUMBER-END.
           *>=======================
               EXIT.

       3633-FLUSH-NUMBER SECTION.
       *>------------------------------

           FLUSH-NUMBER-START.
           *>===================

           IF WS-NOM-LEN > 0
               PERFORM 3634-RESOLVE-PARAMETER
               GO TO FLUSH-NUMBER-END
           END-IF.
           IF WS-NUM-LEN = 0
               GO TO FLUSH-NUMBER-END
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-NUM-BUF(1:WS-NUM-LEN)) NOT = 0
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "NOMBRE INVALIDE" TO WS-EXP-MOTIF
               GO TO FLUSH-NUMBER-END
           END-IF.
           IF WS-OPD-TOP >= 20
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "EXPRESSION TROP LONGUE" TO WS-EXP-MOTIF
               GO TO FLUSH-NUMBER-END
           END-IF.

           ADD 1 TO WS-OPD-TOP.
           COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
               FUNCTION NUMVAL(WS-NUM-BUF(1:WS-NUM-LEN)).
           MOVE SPACES TO WS-NUM-BUF.
           MOVE 0 TO WS-NUM-LEN.
           MOVE "N" TO WS-ATTEND-OPERANDE.

           FLUSH-NUMBER-END.
           *>=================
               EXIT.

       3634-RESOLVE-PARAMETER SECTION.
       *>--------------------------------

           RESOLVE-PARAMETER-START.
           *>========================

           MOVE "N" TO WS-EXP-PARAM-TROUVE.
           PERFORM VARYING WS-INDEX-EXP-PARAM FROM 1 BY 1 UNTIL
                   WS-INDEX-EXP-PARAM > WS-EXP-NB-PARAMS OR
                   WS-EXP-PARAM-EST-TROUVE
               IF WS-EXP-PARAM-NOM(WS-INDEX-EXP-PARAM) = WS-NOM-BUF
                   MOVE "Y" TO WS-EXP-PARAM-TROUVE
               END-IF
           END-PERFORM.
           IF NOT WS-EXP-PARAM-EST-TROUVE
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "PARAMETRE INCONNU" TO WS-EXP-MOTIF
               GO TO RESOLVE-PARAMETER-END
           END-IF.
           SET WS-INDEX-EXP-PARAM DOWN BY 1.
           IF WS-OPD-TOP >= 20
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "EXPRESSION TROP LONGUE" TO WS-EXP-MOTIF
               GO TO RESOLVE-PARAMETER-END
           END-IF.

           ADD 1 TO WS-OPD-TOP.
           IF WS-NUM-LEN = 1
               COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                   0 - WS-EXP-PARAM-VALEUR(WS-INDEX-EXP-PARAM)
           ELSE
               MOVE WS-EXP-PARAM-VALEUR(WS-INDEX-EXP-PARAM) TO
                   WS-OPD-ENTRY(WS-OPD-TOP)
           END-IF.
           MOVE SPACES TO WS-NUM-BUF.
           MOVE 0 TO WS-NUM-LEN.
           MOVE SPACES TO WS-NOM-BUF.
           MOVE 0 TO WS-NOM-LEN.
           MOVE "N" TO WS-ATTEND-OPERANDE.

           RESOLVE-PARAMETER-END.
           *>======================
               EXIT.

       3635-HANDLE-OPERATOR SECTION.
       *>--------------------------------

           HANDLE-OPERATOR-START.
           *>======================

           PERFORM 3645-PRECEDENCE-NEW.
           PERFORM UNTIL WS-EXP-EN-ERREUR OR WS-OPR-TOP = 0 OR
                   WS-OPR-ENTRY(WS-OPR-TOP) = "("
      *> L'exposant s'associe a droite : 2^3^2 vaut 2^(3^2), donc
      *> un ^ empile n'est pas depile devant un nouveau ^.
               IF WS-EXP-OP = "^" AND
                       WS-OPR-ENTRY(WS-OPR-TOP) = "^"
                   EXIT PERFORM
               END-IF
               PERFORM 3646-PRECEDENCE-TOP
               IF WS-EXP-PREC-TOP >= WS-EXP-PREC-NEW
                   PERFORM 3640-APPLY-TOP-OPERATOR
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT WS-EXP-EN-ERREUR
               IF WS-OPR-TOP >= 20
                   MOVE "Y" TO WS-EXP-ERREUR
                   MOVE "EXPRESSION TROP LONGUE" TO WS-EXP-MOTIF
               ELSE
                   ADD 1 TO WS-OPR-TOP
                   MOVE WS-EXP-OP TO WS-OPR-ENTRY(WS-OPR-TOP)
                   MOVE "O" TO WS-ATTEND-OPERANDE
               END-IF
           END-IF.

           HANDLE-OPERATOR-END.
           *>====================
               EXIT.

       3640-APPLY-TOP-OPERATOR SECTION.
       *>-----------------------------------

           APPLY-TOP-OPERATOR-START.
           *>=========================

           IF WS-OPD-TOP < 2
               MOVE "Y" TO WS-EXP-ERREUR
               MOVE "EXPRESSION INCOMPLETE" TO WS-EXP-MOTIF
               GO TO APPLY-TOP-OPERATOR-END
           END-IF.

           MOVE WS-OPD-ENTRY(WS-OPD-TOP) TO WS-EXP-B.
           SUBTRACT 1 FROM WS-OPD-TOP.
           MOVE WS-OPD-ENTRY(WS-OPD-TOP) TO WS-EXP-A.

           EVALUATE WS-OPR-ENTRY(WS-OPR-TOP)
               WHEN "+"
                   COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                       WS-EXP-A + WS-EXP-B
                       ON SIZE ERROR
                           MOVE "Y" TO WS-EXP-ERREUR
                           MOVE "DEPASSEMENT" TO WS-EXP-MOTIF
                   END-COMPUTE
               WHEN "-"
                   COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                       WS-EXP-A - WS-EXP-B
                       ON SIZE ERROR
                           MOVE "Y" TO WS-EXP-ERREUR
                           MOVE "DEPASSEMENT" TO WS-EXP-MOTIF
                   END-COMPUTE
               WHEN "*"
                   COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                       WS-EXP-A * WS-EXP-B
                       ON SIZE ERROR
                           MOVE "Y" TO WS-EXP-ERREUR
                           MOVE "DEPASSEMENT" TO WS-EXP-MOTIF
                   END-COMPUTE
               WHEN "/"
                   IF WS-EXP-B = 0
                       MOVE "Y" TO WS-EXP-ERREUR
                       MOVE "DIVISION IMPOSSIBLE" TO WS-EXP-MOTIF
                   ELSE
                       COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                           WS-EXP-A / WS-EXP-B
                           ON SIZE ERROR
                               MOVE "Y" TO WS-EXP-ERREUR
                               MOVE "DEPASSEMENT" TO WS-EXP-MOTIF
                       END-COMPUTE
                   END-IF
               WHEN "%"
                   IF WS-EXP-B = 0
                       MOVE "Y" TO WS-EXP-ERREUR
                       MOVE "DIVISION IMPOSSIBLE" TO WS-EXP-MOTIF
                   ELSE
                       COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                           FUNCTION MOD(WS-EXP-A, WS-EXP-B)
                   END-IF
               WHEN "^"
                   IF (WS-EXP-A < 0 AND WS-EXP-B NOT =
                           FUNCTION INTEGER-PART(WS-EXP-B))
                           OR (WS-EXP-A = 0 AND WS-EXP-B < 0)
                       MOVE "Y" TO WS-EXP-ERREUR
                       MOVE "EXPOSANT INVALIDE" TO WS-EXP-MOTIF
                   ELSE
                       COMPUTE WS-OPD-ENTRY(WS-OPD-TOP) =
                           WS-EXP-A ** WS-EXP-B
                           ON SIZE ERROR
                               MOVE "Y" TO WS-EXP-ERREUR
                               MOVE "DEPASSEMENT" TO WS-EXP-MOTIF
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-EXP-ERREUR
                   MOVE "OPERATEUR INVALIDE" TO WS-EXP-MOTIF
           END-EVALUATE.

           SUBTRACT 1 FROM WS-OPR-TOP.

           APPLY-TOP-OPERATOR-END.
           *>=======================
               EXIT.

       3645-PRECEDENCE-NEW SECTION.
       *>-------------------------------

           PRECEDENCE-NEW-START.
           *>=====================

           EVALUATE WS-EXP-OP
               WHEN "^"
                   MOVE 3 TO WS-EXP-PREC-NEW
               WHEN "*"
               WHEN "/"
               WHEN "%"
                   MOVE 2 TO WS-EXP-PREC-NEW
               WHEN OTHER
                   MOVE 1 TO WS-EXP-PREC-NEW
           END-EVALUATE.

           PRECEDENCE-NEW-END.
           *>===================
               EXIT.

       3646-PRECEDENCE-TOP SECTION.
       *>-------------------------------

           PRECEDENCE-TOP-START.
           *>=====================

           EVALUATE WS-OPR-ENTRY(WS-OPR-TOP)
               WHEN "^"
                   MOVE 3 TO WS-EXP-PREC-TOP
               WHEN "*"
               WHEN "/"
               WHEN "%"
                   MOVE 2 TO WS-EXP-PREC-TOP
               WHEN OTHER
                   MOVE 1 TO WS-EXP-PREC-TOP
           END-EVALUATE.

           PRECEDENCE-TOP-END.
           *>===================
               EXIT.

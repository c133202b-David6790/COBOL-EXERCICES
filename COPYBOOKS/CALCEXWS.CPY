      *> Evaluation des expressions de la calculatrice (transactions
      *> EXP et corps des formules de CALCFORM.DAT) : pile
      *> d'operandes et pile d'operateurs, priorites usuelles et
      *> parentheses, sur le jeu d'operateurs de la calculatrice.
      *> Les calculs intermediaires gardent six decimales ; seul le
      *> resultat final est arrondi au centime.
       01  WS-EXP-TEXTE PIC X(60).
       01  WS-EXP-POS PIC 9(2).
       01  WS-EXP-CHAR PIC X.
       01  WS-EXP-ERREUR PIC X VALUE "N".
           88  WS-EXP-EN-ERREUR VALUE "Y".
       01  WS-EXP-MOTIF PIC X(20) VALUE SPACES.
       01  WS-EXP-RESULT PIC S9(10)V99 VALUE 0.
       01  WS-OPERAND-STACK.
           05 WS-OPD-ENTRY OCCURS 20 TIMES PIC S9(10)V9(6).
       01  WS-OPD-TOP PIC 9(2) VALUE 0.
       01  WS-OPER-STACK.
           05 WS-OPR-ENTRY OCCURS 20 TIMES PIC X.
       01  WS-OPR-TOP PIC 9(2) VALUE 0.
       01  WS-NUM-BUF PIC X(14).
       01  WS-NUM-LEN PIC 9(2) VALUE 0.
       01  WS-EXP-OP PIC X.
       01  WS-EXP-PREC-NEW PIC 9.
       01  WS-EXP-PREC-TOP PIC 9.
       01  WS-EXP-A PIC S9(10)V9(6).
       01  WS-EXP-B PIC S9(10)V9(6).
       01  WS-ATTEND-OPERANDE PIC X VALUE "O".
      *> Noms de parametres d'une formule : une lettre puis lettres,
      *> chiffres ou _, resolus contre WS-EXP-PARAM. Hors formule
      *> (WS-EXP-NB-PARAMS a zero) tout nom est refuse.
       01  WS-NOM-BUF PIC X(8).
       01  WS-NOM-LEN PIC 9(2) VALUE 0.
       01  WS-EXP-PARAMETRES.
           05 WS-EXP-NB-PARAMS PIC 9 VALUE 0.
           05 WS-EXP-PARAM OCCURS 5 TIMES
                   INDEXED BY WS-INDEX-EXP-PARAM.
               10 WS-EXP-PARAM-NOM PIC X(8).
               10 WS-EXP-PARAM-VALEUR PIC S9(10)V9(6).
       01  WS-EXP-PARAM-TROUVE PIC X VALUE "N".
           88  WS-EXP-PARAM-EST-TROUVE VALUE "Y".

       01  WS-SCOPE-OPER-STATUS          PIC X(2).
       01  WS-SCO-EOF-OPER               PIC X VALUE "N".
           88  WS-SCO-END-OF-OPER VALUE "Y".
       01  WS-SCO-RESTREINT              PIC X VALUE "N".
           88  WS-SCO-EST-RESTREINT VALUE "Y".
       01  WS-SCO-BLOQUE                 PIC X VALUE "N".
           88  WS-SCO-EST-BLOQUE VALUE "Y".
       01  WS-SCO-PROFESSEUR             PIC X(20).
       01  WS-SCO-SAISIE-ID              PIC X(8).
       01  WS-SCO-MDP-DEMANDE            PIC X VALUE "N".
           88  WS-SCO-MDP-EST-DEMANDE VALUE "Y".
       01  WS-SCO-CLASSE                 PIC X(5).
       01  WS-SCO-MATIERE                PIC X(6).
       01  WS-SCO-AUTORISE               PIC X VALUE "N".
           88  WS-SCO-EST-AUTORISE VALUE "Y".
       01  WS-SCO-EVENEMENT              PIC X(5).

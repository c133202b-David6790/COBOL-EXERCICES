       01  WS-PERIOD-FILE-STATUS         PIC X(2).
       01  WS-PERIOD-OPER-STATUS         PIC X(2).
       01  WS-NOTE-AUDIT-FILE-STATUS     PIC X(2).
       01  WS-EOF-PERIOD                 PIC X VALUE "N".
           88  WS-END-OF-PERIOD VALUE "Y".
       01  WS-PERIOD-TABLE.
           05 WS-PER-ENTRY OCCURS 3 TIMES.
               10 WS-PER-ETAT            PIC X.
                   88  WS-PER-EST-OUVERT VALUE "O".
                   88  WS-PER-EST-CLOS VALUE "C".
                   88  WS-PER-EST-REOUVERT VALUE "R".
               10 WS-PER-DATE            PIC 9(8).
               10 WS-PER-OPERATEUR       PIC X(8).
               10 WS-PER-CODE-MOTIF      PIC X(3).
               10 WS-PER-DEROGE          PIC X.
               10 WS-PER-DEROGE-CLASSE   PIC X(5).
       01  WS-PER-TRIM                   PIC 9.
       01  WS-PER-CLASSE                 PIC X(5).
       01  WS-PER-VERROU                 PIC X VALUE "N".
           88  WS-PER-EST-VERROUILLE VALUE "Y".
       01  WS-PER-DROIT                  PIC X VALUE "N".
           88  WS-PER-DROIT-REOUVERTURE VALUE "Y".
       01  WS-PER-SAISIE-ID              PIC X(8).
       01  WS-PER-SAISIE-MOTIF           PIC X(3).
       01  WS-PER-AUDIT-TYPE             PIC X.
       01  WS-PER-EOF-OPER               PIC X VALUE "N".
           88  WS-PER-END-OF-OPER VALUE "Y".

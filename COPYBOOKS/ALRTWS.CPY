       01  WS-ALERT-QUEUE-STATUS         PIC X(2).
       01  WS-AQ-EOF                     PIC X VALUE "N".
           88  WS-AQ-END-OF-QUEUE VALUE "Y".
       01  WS-AQ-COURANTE.
           05 WS-AQC-NUMERO              PIC 9(6).
           05 WS-AQC-HORODATAGE          PIC X(14).
           05 WS-AQC-SEVERITE            PIC X(8).
               88  WS-AQC-CRITIQUE VALUE "CRITIQUE".
               88  WS-AQC-MAJEURE VALUE "MAJEURE".
               88  WS-AQC-MINEURE VALUE "MINEURE".
           05 WS-AQC-PROGRAMME           PIC X(15).
           05 WS-AQC-TEXTE               PIC X(60).
           05 WS-AQC-ETAT                PIC X.
               88  WS-AQC-OUVERTE VALUE "O".
               88  WS-AQC-ACQUITTEE VALUE "A".
               88  WS-AQC-CLOSE VALUE "C".
           05 WS-AQC-ESCALADE            PIC X.
               88  WS-AQC-EST-ESCALADEE VALUE "O".
           05 WS-AQC-DATE-ESCALADE       PIC X(14).
           05 WS-AQC-DATE-ACQUIT         PIC X(14).
           05 WS-AQC-OPER-ACQUIT         PIC X(8).
           05 WS-AQC-DATE-CLOTURE        PIC X(14).
           05 WS-AQC-OPER-CLOTURE        PIC X(8).
           05 WS-AQC-COMMENTAIRE         PIC X(40).
           05 FILLER                     PIC X(7).
       01  WS-AQ-TABLE.
           05 WS-AQ-LIGNE OCCURS 300 TIMES
                   INDEXED BY WS-INDEX-AQ  PIC X(210).
       01  WS-AQ-COUNT                   PIC 9(3) VALUE 0.
       01  WS-AQ-DERNIER-NUMERO          PIC 9(6) VALUE 0.
       01  WS-AQ-SATURE                  PIC X VALUE "N".
           88  WS-AQ-EST-SATUREE VALUE "Y".
       01  WS-AQ-LIMITE-PURGE            PIC 9(8) VALUE 0.
       01  WS-AQ-NB-PURGEES              PIC 9(3) VALUE 0.
      *> Horodatage AAAAMMJJHHMMSS converti en minutes absolues pour
      *> les delais d'escalade et d'acquittement.
       01  WS-AQ-TS-CALCUL               PIC X(14).
       01  WS-AQ-MINUTES                 PIC 9(9) VALUE 0.

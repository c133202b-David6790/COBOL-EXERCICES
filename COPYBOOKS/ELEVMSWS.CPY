       01  WS-MST-SAISIE-MATRICULE       PIC X(6).
       01  WS-MST-MATRICULE-CHERCHE      PIC 9(6) VALUE 0.
       01  WS-MST-SAISIE-CLASSE          PIC X(5).
       01  WS-MST-SAISIE-NOM             PIC X(12).
       01  WS-MST-SAISIE-PRENOM          PIC X(12).
       01  WS-MST-NB-HOMONYMES           PIC 9(3) VALUE 0.
       01  WS-MST-TROUVE                 PIC X VALUE "N".
           88  WS-MST-EST-TROUVE VALUE "Y".
       01  WS-MST-EOF-NOM                PIC X VALUE "N".
           88  WS-MST-END-OF-NOM VALUE "Y".

       01  WS-INSC-FILE-STATUS           PIC X(2).
       01  WS-EOF-INSC                   PIC X VALUE "N".
           88  WS-END-OF-INSC VALUE "Y".
       01  WS-INSC-TABLE.
           05 WS-INSC-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-INDEX-INSC.
               10 WS-INS-MATRICULE       PIC 9(6).
               10 WS-INS-GROUPE          PIC X(5).
       01  WS-NB-INSC                    PIC 9(4) VALUE 0.
       01  WS-INSC-LOOKUP-MATRICULE      PIC 9(6).
       01  WS-INSC-LOOKUP-CLASSE         PIC X(5).
       01  WS-INSC-LOOKUP-MATIERE        PIC X(20).
       01  WS-INSC-LOOKUP-CODE           PIC X(6).
       01  WS-INSC-LOOKUP-GROUPE         PIC X(5).
       01  WS-INSC-INSCRIT               PIC X VALUE "Y".
           88  WS-INSC-EST-INSCRIT VALUE "Y".
       01  WS-INSC-OPTIONNELLE           PIC X VALUE "N".
           88  WS-INSC-EST-OPTIONNELLE VALUE "Y".
       01  WS-INSC-SCAN                  PIC 9(2).

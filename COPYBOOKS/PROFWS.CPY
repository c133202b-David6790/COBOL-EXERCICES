       01  WS-PROF-CONNU                 PIC X VALUE "N".
           88  WS-PROF-IS-CONNU VALUE "Y".
       01  WS-PROF-SCAN                  PIC 9(2).
       01  WS-OPTGRP-FILE-STATUS         PIC X(2).
       01  WS-EOF-OPTGRP                 PIC X VALUE "N".
           88  WS-END-OF-OPTGRP VALUE "Y".
       01  WS-OPTGRP-TABLE.
           05 WS-OPTGRP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-INDEX-OGR.
               10 WS-OGR-GROUPE          PIC X(5).
               10 WS-OGR-MATIERE         PIC X(20).
               10 WS-OGR-CLASSE OCCURS 5 TIMES PIC X(5).
       01  WS-NB-OPTGRP                  PIC 9(2) VALUE 0.
       01  WS-OGR-SCAN                   PIC 9(2).
       01  WS-OGR-LOOKUP-GROUPE          PIC X(5).
       01  WS-OGR-LOOKUP-CLASSE          PIC X(5).
       01  WS-OGR-VALIDE                 PIC X VALUE "N".
           88  WS-OGR-EST-VALIDE VALUE "Y".

       01  WS-EDT-FILE-STATUS            PIC X(2).
       01  WS-EOF-EDT                    PIC X VALUE "N".
           88  WS-END-OF-EDT VALUE "Y".
       01  WS-EDT-TABLE.
           05 WS-EDT-ENTRY OCCURS 1500 TIMES
                   INDEXED BY WS-INDEX-EDT WS-INDEX-EDT2.
               10 WS-EDT-CLASSE          PIC X(5).
               10 WS-EDT-JOUR            PIC 9.
               10 WS-EDT-CRENEAU         PIC 9(2).
               10 WS-EDT-MATIERE         PIC X(6).
               10 WS-EDT-PROF            PIC X(20).
               10 WS-EDT-SALLE           PIC X(6).
               10 WS-EDT-GROUPE          PIC X(5).
       01  WS-EDT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-EDT-SATURE                 PIC X VALUE "N".
           88  WS-EDT-EST-SATURE VALUE "Y".
       01  WS-EDT-PARTAGE                PIC X VALUE "N".
           88  WS-EDT-EST-PARTAGE VALUE "Y".
       01  WS-EDT-NOMS-JOURS.
           05 FILLER                     PIC X(8) VALUE "LUNDI".
           05 FILLER                     PIC X(8) VALUE "MARDI".
           05 FILLER                     PIC X(8) VALUE "MERCREDI".
           05 FILLER                     PIC X(8) VALUE "JEUDI".
           05 FILLER                     PIC X(8) VALUE "VENDREDI".
           05 FILLER                     PIC X(8) VALUE "SAMEDI".
       01  WS-EDT-JOURS REDEFINES WS-EDT-NOMS-JOURS.
           05 WS-EDT-NOM-JOUR OCCURS 6 TIMES PIC X(8).

       01  WS-FORMULE-STATUS             PIC X(2).
       01  WS-FM-EOF                     PIC X VALUE "N".
           88  WS-FM-END-OF-FILE VALUE "Y".
       01  WS-FM-COURANTE.
           05 WS-FMC-NOM                 PIC X(12).
           05 WS-FMC-VERSION             PIC 9(3).
           05 WS-FMC-STATUT              PIC X.
               88  WS-FMC-ACTIVE VALUE "A".
               88  WS-FMC-HISTORIQUE VALUE "H".
           05 WS-FMC-NB-PARAMS           PIC 9.
           05 WS-FMC-PARAM OCCURS 5 TIMES
                                         PIC X(8).
           05 WS-FMC-EXPRESSION          PIC X(60).
           05 WS-FMC-LIBELLE             PIC X(30).
           05 WS-FMC-DATE-MAJ            PIC 9(8).
           05 WS-FMC-AUTEUR              PIC X(8).
           05 FILLER                     PIC X(37).
       01  WS-FM-TABLE.
           05 WS-FM-LIGNE OCCURS 200 TIMES
                   INDEXED BY WS-INDEX-FM  PIC X(200).
       01  WS-FM-COUNT                   PIC 9(3) VALUE 0.
       01  WS-FM-SATURE                  PIC X VALUE "N".
           88  WS-FM-EST-SATUREE VALUE "Y".
       01  WS-FM-CHARGEE                 PIC X VALUE "N".
           88  WS-FM-EST-CHARGEE VALUE "Y".
      *> Recherche d'une formule : version zero = version active.
       01  WS-FM-NOM-CHERCHE             PIC X(12).
       01  WS-FM-VERSION-CHERCHE         PIC 9(3).
       01  WS-FM-TROUVEE                 PIC X VALUE "N".
           88  WS-FM-EST-TROUVEE VALUE "Y".
       01  WS-FM-RANG                    PIC 9(3) VALUE 0.
       01  WS-FM-VERSION-MAX             PIC 9(3) VALUE 0.

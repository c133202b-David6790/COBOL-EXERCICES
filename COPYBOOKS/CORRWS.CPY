       01  WS-CORRECTION-STATUS          PIC X(2).
       01  WS-CORRECTION-HIST-STATUS     PIC X(2).
       01  WS-CA-EOF                     PIC X VALUE "N".
           88  WS-CA-END-OF-FILE VALUE "Y".
       01  WS-CA-COURANTE.
           05 WS-CAC-NUMERO              PIC 9(6).
           05 WS-CAC-DATE-DEMANDE        PIC 9(8).
           05 WS-CAC-HEURE-DEMANDE       PIC 9(6).
           05 WS-CAC-DEMANDEUR           PIC X(8).
           05 WS-CAC-ID-CLASSE           PIC X(5).
           05 WS-CAC-NOM                 PIC X(12).
           05 WS-CAC-PRENOM              PIC X(12).
           05 WS-CAC-MATRICULE           PIC 9(6).
           05 WS-CAC-TRIMESTRE           PIC 9.
           05 WS-CAC-MATIERE             PIC X(20).
           05 WS-CAC-ANC-COEFF           PIC 9.
           05 WS-CAC-ANC-NOTE            PIC 9(2)V99.
           05 WS-CAC-ANC-FLAG            PIC X.
           05 WS-CAC-NOUV-COEFF          PIC 9.
           05 WS-CAC-NOUV-NOTE           PIC 9(2)V99.
           05 WS-CAC-NOUV-FLAG           PIC X.
           05 WS-CAC-CODE-MOTIF          PIC X(3).
           05 WS-CAC-STATUT              PIC X(8).
               88  WS-CAC-EN-ATTENTE VALUE "ATTENTE".
               88  WS-CAC-APPROUVEE VALUE "APPROUVE".
               88  WS-CAC-REJETEE VALUE "REJETE".
           05 WS-CAC-APPROBATEUR         PIC X(8).
           05 WS-CAC-DATE-DECISION       PIC 9(8).
           05 WS-CAC-MOTIF-REJET         PIC X(40).
           05 FILLER                     PIC X(37).
       01  WS-CA-TABLE.
           05 WS-CA-LIGNE OCCURS 300 TIMES
                   INDEXED BY WS-INDEX-CA  PIC X(200).
       01  WS-CA-COUNT                   PIC 9(3) VALUE 0.
       01  WS-CA-DERNIER-NUMERO          PIC 9(6) VALUE 0.
       01  WS-CA-SATURE                  PIC X VALUE "N".
           88  WS-CA-EST-SATUREE VALUE "Y".
       01  WS-CA-LIMITE-PURGE            PIC 9(8) VALUE 0.
       01  WS-CA-NB-PURGEES              PIC 9(3) VALUE 0.

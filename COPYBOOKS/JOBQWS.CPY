       01  WS-JOB-QUEUE-STATUS           PIC X(2).
       01  WS-JQ-EOF                     PIC X VALUE "N".
           88  WS-JQ-END-OF-QUEUE VALUE "Y".
       01  WS-JQ-COURANTE.
           05 WS-JQC-NUMERO              PIC 9(6).
           05 WS-JQC-DATE-DEMANDE        PIC 9(8).
           05 WS-JQC-HEURE-DEMANDE       PIC 9(6).
           05 WS-JQC-OPERATEUR           PIC X(8).
           05 WS-JQC-PROGRAMME           PIC X(20).
           05 WS-JQC-MODE                PIC X.
           05 WS-JQC-FICHIER             PIC X(12).
           05 WS-JQC-PARAMETRES          PIC X(40).
      *> Pour TABLE-EXERCICES, les parametres portent la selection
      *> que BATCH-DRIVER ecrit dans TABLSELE.DAT au lancement.
           05 WS-JQC-SELECTION REDEFINES WS-JQC-PARAMETRES.
               10 WS-JQC-SEL-TRIMESTRE   PIC X.
               10 WS-JQC-SEL-PHASES      PIC X(9).
               10 WS-JQC-SEL-CLASSE OCCURS 6 TIMES PIC X(5).
           05 WS-JQC-STATUT              PIC X(8).
               88  WS-JQC-EN-ATTENTE VALUE "ATTENTE".
               88  WS-JQC-APPROUVEE VALUE "APPROUVE".
           05 WS-JQC-APPROBATEUR         PIC X(8).
           05 WS-JQC-DATE-EXEC           PIC X(14).
           05 FILLER                     PIC X(1).
       01  WS-JQ-TABLE.
           05 WS-JQ-LIGNE OCCURS 200 TIMES
                   INDEXED BY WS-INDEX-JQ  PIC X(132).
       01  WS-JQ-COUNT                   PIC 9(3) VALUE 0.
       01  WS-JQ-DERNIER-NUMERO          PIC 9(6) VALUE 0.
       01  WS-JQ-SATURE                  PIC X VALUE "N".
           88  WS-JQ-EST-SATUREE VALUE "Y".

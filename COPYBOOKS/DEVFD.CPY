       FD  DEVOIR-FILE.
       01  DEVOIR-RECORD.
           05 DV-ID-CLASSE               PIC X(5).
           05 DV-NOM                     PIC X(12).
           05 DV-PRENOM                  PIC X(12).
           05 DV-MATRICULE               PIC 9(6).
           05 DV-TRIMESTRE               PIC 9.
           05 DV-MATIERE                 PIC X(20).
           05 DV-DATE                    PIC 9(8).
           05 DV-TYPE                    PIC X(6).
           05 DV-POIDS                   PIC 9V9.
           05 DV-NOTE                    PIC 9(3)V99.
           05 DV-BAREME                  PIC 9(3).
           05 DV-NOTE-FLAG               PIC X.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MST-CLASSE-NOM.
               10 MST-ID-CLASSE          PIC X(5).
               10 MST-NOM-PRENOM.
                   15 MST-NOM            PIC X(12).
                   15 MST-PRENOM         PIC X(12).
           05 MST-MATRICULE              PIC 9(6).
           05 MST-TRIMESTRE OCCURS 3 TIMES.
               10 MST-NB-NOTES           PIC 9(2).

       FD  NOTE-AUDIT-FILE.
       01  NOTE-AUDIT-RECORD.
           05 NA-TIMESTAMP              PIC X(14).
           05 NA-OPERATEUR              PIC X(8).
           05 NA-PROGRAMME              PIC X(15).
           05 NA-TYPE                   PIC X.
           05 NA-ID-CLASSE              PIC X(5).
           05 NA-NOM                    PIC X(12).
           05 NA-PRENOM                 PIC X(12).
           05 NA-MATRICULE              PIC 9(6).
           05 NA-TRIMESTRE              PIC 9.
           05 NA-MATIERE                PIC X(20).
           05 NA-ANC-NOTE               PIC 9(2)V99.
           05 NA-ANC-FLAG               PIC X.
           05 NA-NOUV-NOTE              PIC 9(2)V99.
           05 NA-NOUV-FLAG              PIC X.
           05 NA-CODE-MOTIF             PIC X(3).
           05 NA-APPROBATEUR            PIC X(8).

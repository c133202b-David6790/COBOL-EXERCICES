      *> Une ligne par note modifiee apres la distribution du
      *> bulletin : RT-DATE-EDITION est l'edition remplacee, RT-DATE
      *> le jour de preparation (un fichier d'un autre jour est
      *> ignore par TABLE-EXERCICES).
       FD  RECTIFICATION-FILE.
       01  RECTIFICATION-RECORD.
           05 RT-DATE                   PIC X(8).
           05 RT-ID-CLASSE              PIC X(5).
           05 RT-NOM                    PIC X(12).
           05 RT-PRENOM                 PIC X(12).
           05 RT-MATRICULE              PIC 9(6).
           05 RT-TRIMESTRE              PIC 9.
           05 RT-DATE-EDITION           PIC 9(8).
           05 RT-MATIERE                PIC X(20).
           05 RT-ANC-NOTE               PIC 9(2)V99.
           05 RT-ANC-FLAG               PIC X.
           05 RT-NOUV-NOTE              PIC 9(2)V99.
           05 RT-NOUV-FLAG              PIC X.
           05 RT-CODE-MOTIF             PIC X(3).
           05 RT-HORODATAGE             PIC X(14).

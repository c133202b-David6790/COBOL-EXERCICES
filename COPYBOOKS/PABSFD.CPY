      *> Absence d'un professeur de PROFS.DAT (PF-NOM), d'une
      *> demi-journee de debut a une demi-journee de fin incluses :
      *> M = matin (creneaux 1 a 5), A = apres-midi (6 a 10).
       FD  TEACHER-ABSENCE-FILE.
       01  TEACHER-ABSENCE-RECORD.
           05 PA-PROF                    PIC X(20).
           05 PA-DATE-DEBUT              PIC 9(8).
           05 PA-DEMI-DEBUT              PIC X.
           05 PA-DATE-FIN                PIC 9(8).
           05 PA-DEMI-FIN                PIC X.
           05 PA-MOTIF                   PIC X(10).

      *> Remplacement d'une heure de cours (classe, jour, creneau de
      *> EMPLTEMP.DAT) d'un professeur absent.
       FD  SUBSTITUTE-FILE.
       01  SUBSTITUTE-RECORD.
           05 RP-DATE                    PIC 9(8).
           05 RP-CRENEAU                 PIC 9(2).
           05 RP-ID-CLASSE               PIC X(5).
           05 RP-MATIERE                 PIC X(6).
           05 RP-PROF-ABSENT             PIC X(20).
           05 RP-REMPLACANT              PIC X(20).

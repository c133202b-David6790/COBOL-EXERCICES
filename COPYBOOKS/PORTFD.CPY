      *> Lecture seule de OPERATRS.DAT pour le perimetre de saisie :
      *> SO-PROFESSEUR rattache le compte a son nom dans PROFS.DAT,
      *> a blanc pour un compte administratif.
       FD  SCOPE-OPER-FILE.
       01  SCOPE-OPER-RECORD.
           05 SO-ID                      PIC X(8).
           05 SO-HASH                    PIC 9(8).
           05 SO-PROFILE                 PIC X(6).
           05 SO-STATUT                  PIC X.
           05 SO-ECHECS                  PIC 9.
           05 SO-EXPIRE                  PIC 9(8).
           05 SO-REOUVERTURE             PIC X.
           05 SO-PROFESSEUR              PIC X(20).

      *> Etat d'un trimestre : O = ouvert, C = clos (conseil de
      *> classe tenu), R = reouvert. Date et operateur du dernier
      *> changement d'etat.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PE-TRIMESTRE               PIC 9.
           05 PE-ETAT                    PIC X.
           05 PE-DATE                    PIC 9(8).
           05 PE-OPERATEUR               PIC X(8).
           05 PE-CODE-MOTIF              PIC X(3).

       FD  PERIOD-OPER-FILE.
       01  PERIOD-OPER-RECORD.
           05 PO-ID                      PIC X(8).
           05 PO-HASH                    PIC 9(8).
           05 PO-PROFILE                 PIC X(6).
           05 PO-STATUT                  PIC X.
           05 PO-ECHECS                  PIC 9.
           05 PO-EXPIRE                  PIC 9(8).
           05 PO-REOUVERTURE             PIC X.
           05 PO-PROFESSEUR              PIC X(20).

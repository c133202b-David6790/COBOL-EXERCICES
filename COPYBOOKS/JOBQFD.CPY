      *> Demande de travail ponctuel deposee depuis le menu et
      *> executee par BATCH-DRIVER apres les etapes du plan.
      *> Statut : ATTENTE, APPROUVE, REFUSE, puis l'issue de
      *> l'execution (OK, ERREUR, ABSENT, INCONNU).
       FD  JOB-QUEUE-FILE.
       01  JOB-QUEUE-RECORD              PIC X(132).

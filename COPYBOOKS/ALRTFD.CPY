      *> File unique des alertes de la suite, une ligne par alerte.
      *> Etat : O ouverte, A acquittee, C close. Une alerte ouverte
      *> au-dela du delai d'ALERPARM.DAT est escaladee par le menu.
       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-RECORD            PIC X(210).

      *> Correction de note portant sur un bulletin deja distribue,
      *> deposee par ELEVE-MAINT et appliquee seulement apres
      *> l'approbation d'un second operateur dans VALIDE-NOTES.
      *> Statut : ATTENTE, APPROUVE, REJETE.
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD             PIC X(200).
      *> Historique des corrections decidees depuis plus de 30 jours,
      *> retirees de NOTEATTN.DAT (meme disposition).
       FD  CORRECTION-HIST-FILE.
       01  CORRECTION-HIST-RECORD        PIC X(200).

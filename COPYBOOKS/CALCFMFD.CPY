      *> Bibliotheque de formules de la calculatrice, tenue par
      *> CALC-FORMULES. Chaque enregistrement de la formule garde sa
      *> version ; une seule version est active (A) par nom, les
      *> precedentes restent en historique (H).
       FD  FORMULE-FILE.
       01  FORMULE-RECORD                PIC X(200).

      *> Cle primaire : le matricule. Cles secondaires : classe puis
      *> nom/prenom (liste d'une classe dans l'ordre alphabetique),
      *> et nom/prenom seuls (recherche d'un eleve sans matricule).
           SELECT MASTER-FILE ASSIGN TO "ELEVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-MATRICULE
               ALTERNATE RECORD KEY IS MST-CLASSE-NOM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NOM-PRENOM
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *> Index des jeux de sauvegarde : un jeu par emplacement,
      *> C = complet et verifie, E = en erreur, P = purge par la
      *> rotation.
       FD  SET-INDEX-FILE.
       01  SET-INDEX-RECORD.
           05 SS-SLOT                    PIC 9(2).
           05 SS-DATE                    PIC 9(8).
           05 SS-HEURE                   PIC 9(6).
           05 SS-STATUT                  PIC X.
           05 SS-NB-FICHIERS             PIC 9(3).
           05 SS-NB-ABSENTS              PIC 9(3).
           05 SS-OPERATEUR               PIC X(8).

      *> Manifeste d'un jeu : une ligne par fichier de donnees, avec
      *> le nombre d'enregistrements et le total de controle.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-FICHIER                 PIC X(12).
           05 MF-PRESENT                 PIC X.
           05 MF-NB-ENREG                PIC 9(7).
           05 MF-TOTAL                   PIC 9(15).
           05 MF-COPIE                   PIC X(12).

      *> Largeur suffisante pour l'image sequentielle de
      *> ELEVMAST.DAT (821 octets).
       FD  LIVE-DATA-FILE.
       01  LIVE-DATA-RECORD             PIC X(1000).

       FD  SET-COPY-FILE.
       01  SET-COPY-RECORD              PIC X(1000).

       FD  SCORE-FILE.
       01  SCORE-RECORD.
           05 SCORE-PLAYER-NAME          PIC X(20).
           05 SCORE-WINS                 PIC 9(5).
           05 SCORE-LOSSES               PIC 9(5).

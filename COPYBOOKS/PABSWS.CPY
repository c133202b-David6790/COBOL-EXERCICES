       01  WS-PABS-FILE-STATUS           PIC X(2).
       01  WS-PREMP-FILE-STATUS          PIC X(2).
       01  WS-EOF-PABS                   PIC X VALUE "N".
           88  WS-END-OF-PABS VALUE "Y".
       01  WS-EOF-PREMP                  PIC X VALUE "N".
           88  WS-END-OF-PREMP VALUE "Y".
       01  WS-PABS-DISPONIBLE            PIC X VALUE "N".
           88  WS-PABS-EST-DISPONIBLE VALUE "Y".
       01  WS-PABS-SATURE                PIC X VALUE "N".
           88  WS-PABS-EST-SATURE VALUE "Y".
      *> Motifs d'absence reconnus.
       01  WS-PABS-MOTIF-SAISI           PIC X(10).
           88  WS-PABS-MOTIF-VALIDE VALUE "MALADIE" "FORMATION"
               "EXAMEN" "SORTIE" "SYNDICAL" "FAMILLE" "AUTRE".
       01  WS-PABS-TABLE.
           05 WS-PABS-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-INDEX-PABS.
               10 WS-PAB-PROF            PIC X(20).
               10 WS-PAB-DATE-DEBUT      PIC 9(8).
               10 WS-PAB-DEMI-DEBUT      PIC X.
               10 WS-PAB-DATE-FIN        PIC 9(8).
               10 WS-PAB-DEMI-FIN        PIC X.
               10 WS-PAB-MOTIF           PIC X(10).
       01  WS-PABS-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PREMP-TABLE.
           05 WS-PREMP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-INDEX-PREMP.
               10 WS-PRP-DATE            PIC 9(8).
               10 WS-PRP-CRENEAU         PIC 9(2).
               10 WS-PRP-CLASSE          PIC X(5).
               10 WS-PRP-MATIERE         PIC X(6).
               10 WS-PRP-PROF-ABSENT     PIC X(20).
               10 WS-PRP-REMPLACANT      PIC X(20).
       01  WS-PREMP-COUNT                PIC 9(4) VALUE 0.
      *> Heures perdues sur une periode, par classe, matiere et
      *> professeur : dues d'apres l'emploi du temps, perdues par
      *> absence du professeur, dont remplacees. Les compteurs PRS
      *> sont les memes heures vues du professeur : un cours de
      *> groupe partage entre classes n'y compte qu'une fois.
       01  WS-PERTE-TABLE.
           05 WS-PERTE-ENTRY OCCURS 600 TIMES
                   INDEXED BY WS-INDEX-PERTE WS-INDEX-PERTE2.
               10 WS-PRT-CLASSE          PIC X(5).
               10 WS-PRT-MATIERE         PIC X(6).
               10 WS-PRT-PROF            PIC X(20).
               10 WS-PRT-DUES            PIC 9(4).
               10 WS-PRT-PERDUES         PIC 9(4).
               10 WS-PRT-REMPLACEES      PIC 9(4).
               10 WS-PRS-DUES            PIC 9(4).
               10 WS-PRS-PERDUES         PIC 9(4).
               10 WS-PRS-REMPLACEES      PIC 9(4).
       01  WS-PERTE-COUNT                PIC 9(3) VALUE 0.
       01  WS-PERTE-SATURE               PIC X VALUE "N".
           88  WS-PERTE-EST-SATURE VALUE "Y".
       01  WS-PERTE-ECHANGE              PIC X(55).
       01  WS-PERTE-PERIODE-DEBUT        PIC 9(8).
       01  WS-PERTE-PERIODE-FIN          PIC 9(8).
       01  WS-PERTE-JOURS-OUVRES         PIC 9(3) VALUE 0.
       01  WS-PERTE-JOUR-INT             PIC 9(7).
       01  WS-PERTE-FIN-INT              PIC 9(7).
       01  WS-PERTE-DATE                 PIC 9(8).
       01  WS-PERTE-CRENEAU              PIC 9(2).
       01  WS-PERTE-CLASSE               PIC X(5).
       01  WS-PERTE-PROF-CHERCHE         PIC X(20).
       01  WS-PERTE-JOUR-SEMAINE         PIC 9.
       01  WS-PERTE-CLE-CRENEAU          PIC 9(9).
       01  WS-PERTE-CLE-DEBUT            PIC 9(9).
       01  WS-PERTE-CLE-FIN              PIC 9(9).
       01  WS-PERTE-PROF-ABSENT          PIC X VALUE "N".
           88  WS-PERTE-PROF-EST-ABSENT VALUE "Y".
       01  WS-PERTE-REMPLACE             PIC X VALUE "N".
           88  WS-PERTE-EST-REMPLACE VALUE "Y".
       01  WS-PERTE-TROUVE               PIC X VALUE "N".
           88  WS-PERTE-EST-TROUVE VALUE "Y".

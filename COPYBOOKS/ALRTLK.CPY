      *> Alerte a deposer dans la file ALERTES.DAT par POSTE-ALERTE :
      *> gravite (CRITIQUE, MAJEURE, MINEURE), programme emetteur et
      *> texte court ; le numero attribue est rendu dans ALR-NUMERO.
       01  ALERTE-ZONE.
           05 ALR-SEVERITE               PIC X(8).
           05 ALR-PROGRAMME              PIC X(15).
           05 ALR-TEXTE                  PIC X(60).
           05 ALR-NUMERO                 PIC 9(6).
           05 ALR-VERDICT                PIC X.
               88 ALR-EST-DEPOSEE VALUE "D".
               88 ALR-EN-ERREUR VALUE "E".

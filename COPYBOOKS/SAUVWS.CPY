       01  WS-SCORE-FILE-STATUS          PIC X(2).
       01  WS-SVG-INDEX-STATUS           PIC X(2).
       01  WS-SVG-MANIFEST-STATUS        PIC X(2).
       01  WS-SVG-LIVE-STATUS            PIC X(2).
       01  WS-SVG-COPY-STATUS            PIC X(2).
       01  WS-SVG-MANIFEST-NAME          PIC X(12).
       01  WS-SVG-LIVE-NAME              PIC X(12).
       01  WS-SVG-COPY-NAME              PIC X(12).
       01  WS-SVG-EOF                    PIC X VALUE "N".
           88  WS-SVG-END-OF-FILE VALUE "Y".

      *> Fichiers de donnees vivants de la suite (les editions,
      *> fichiers de travail et journaux d'exploitation n'en font
      *> pas partie). M = maitre indexe ELEVMAST.DAT, P = scores
      *> indexes du pendu, S = sequentiel ligne.
       01  WS-SVG-LISTE-VALEURS.
           05 FILLER PIC X(13) VALUE "ELEVMAST.DATM".
           05 FILLER PIC X(13) VALUE "PENDUSCR.DATP".
           05 FILLER PIC X(13) VALUE "ELEVES.DAT  S".
           05 FILLER PIC X(13) VALUE "ELEVNUM.DAT S".
           05 FILLER PIC X(13) VALUE "ELEVMREJ.DATS".
           05 FILLER PIC X(13) VALUE "FAMILLES.DATS".
           05 FILLER PIC X(13) VALUE "TABLCOMM.DATS".
           05 FILLER PIC X(13) VALUE "ABSEVENT.DATS".
           05 FILLER PIC X(13) VALUE "ABSENCES.DATS".
           05 FILLER PIC X(13) VALUE "ABSCAS.DAT  S".
           05 FILLER PIC X(13) VALUE "ABSNSENT.DATS".
           05 FILLER PIC X(13) VALUE "CONSEIL.DAT S".
           05 FILLER PIC X(13) VALUE "TABLDIST.DATS".
           05 FILLER PIC X(13) VALUE "DEVOIRS.DAT S".
           05 FILLER PIC X(13) VALUE "NOTEAUDT.DATS".
           05 FILLER PIC X(13) VALUE "NOTEATTN.DATS".
           05 FILLER PIC X(13) VALUE "TABLARCH.DATS".
           05 FILLER PIC X(13) VALUE "TRANSFER.DATS".
           05 FILLER PIC X(13) VALUE "INSCOPT.DAT S".
           05 FILLER PIC X(13) VALUE "EMPLTEMP.DATS".
           05 FILLER PIC X(13) VALUE "PERIODES.DATS".
           05 FILLER PIC X(13) VALUE "OPERATRS.DATS".
           05 FILLER PIC X(13) VALUE "PROFS.DAT   S".
           05 FILLER PIC X(13) VALUE "OPTGRP.DAT  S".
           05 FILLER PIC X(13) VALUE "MATIERES.DATS".
           05 FILLER PIC X(13) VALUE "APPRLIB.DAT S".
           05 FILLER PIC X(13) VALUE "TABLPARM.DATS".
           05 FILLER PIC X(13) VALUE "TABLENTE.DATS".
           05 FILLER PIC X(13) VALUE "TABLCKPT.DATS".
           05 FILLER PIC X(13) VALUE "CONDPARM.DATS".
           05 FILLER PIC X(13) VALUE "CONDPAIR.DATS".
           05 FILLER PIC X(13) VALUE "CONDALRT.DATS".
           05 FILLER PIC X(13) VALUE "CONDCAND.DATS".
           05 FILLER PIC X(13) VALUE "RETENPRM.DATS".
           05 FILLER PIC X(13) VALUE "ABSNPARM.DATS".
           05 FILLER PIC X(13) VALUE "ABSCPARM.DATS".
           05 FILLER PIC X(13) VALUE "BREVPARM.DATS".
           05 FILLER PIC X(13) VALUE "BREVGRP.DAT S".
           05 FILLER PIC X(13) VALUE "DISTPARM.DATS".
           05 FILLER PIC X(13) VALUE "INTGPARM.DATS".
           05 FILLER PIC X(13) VALUE "INTPARM.DAT S".
           05 FILLER PIC X(13) VALUE "INTRULES.DATS".
           05 FILLER PIC X(13) VALUE "INTEXCPT.DATS".
           05 FILLER PIC X(13) VALUE "EXTRCRIT.DATS".
           05 FILLER PIC X(13) VALUE "ACADLIST.DATS".
           05 FILLER PIC X(13) VALUE "RPTTYPES.DATS".
           05 FILLER PIC X(13) VALUE "RPTDIST.DAT S".
           05 FILLER PIC X(13) VALUE "RPTCATL.DAT S".
           05 FILLER PIC X(13) VALUE "CAPAPARM.DATS".
           05 FILLER PIC X(13) VALUE "CAPAHIST.DATS".
           05 FILLER PIC X(13) VALUE "PENDUHIS.DATS".
           05 FILLER PIC X(13) VALUE "PENDMOTS.DATS".
           05 FILLER PIC X(13) VALUE "PALINLEX.DATS".
           05 FILLER PIC X(13) VALUE "PALINXLT.DATS".
           05 FILLER PIC X(13) VALUE "BATCHPLN.DATS".
           05 FILLER PIC X(13) VALUE "BATCHCAL.DATS".
           05 FILLER PIC X(13) VALUE "BATCHWIN.DATS".
           05 FILLER PIC X(13) VALUE "BATCHSTA.DATS".
           05 FILLER PIC X(13) VALUE "BATCHDEM.DATS".
           05 FILLER PIC X(13) VALUE "REPARCON.DATS".
           05 FILLER PIC X(13) VALUE "INTREGRE.DATS".
           05 FILLER PIC X(13) VALUE "CALCFORM.DATS".
           05 FILLER PIC X(13) VALUE "INTLAYOT.DATS".
           05 FILLER PIC X(13) VALUE "MENUDEF.DAT S".
           05 FILLER PIC X(13) VALUE "PROFABS.DAT S".
           05 FILLER PIC X(13) VALUE "PROFREMP.DATS".
           05 FILLER PIC X(13) VALUE "ALERTES.DAT S".
           05 FILLER PIC X(13) VALUE "ALERPARM.DATS".
           05 FILLER PIC X(13) VALUE "ABSCARCH.DATS".
           05 FILLER PIC X(13) VALUE "TABLCMPL.DATS".
           05 FILLER PIC X(13) VALUE "NOTEHIST.DATS".
       01  WS-SVG-LISTE REDEFINES WS-SVG-LISTE-VALEURS.
           05 WS-SVG-ENTRY OCCURS 71 TIMES
                   INDEXED BY WS-INDEX-SVG.
               10 WS-SVG-FICHIER         PIC X(12).
               10 WS-SVG-GENRE           PIC X.
       01  WS-SVG-NB-FICHIERS            PIC 9(3) VALUE 71.

      *> Resultat de la mesure d'un fichier : presence, nombre
      *> d'enregistrements et total de controle (somme des
      *> empreintes d'enregistrement).
       01  WS-SVG-PRESENT                PIC X VALUE "N".
           88  WS-SVG-EST-PRESENT VALUE "O".
       01  WS-SVG-NB-ENREG               PIC 9(7) VALUE 0.
       01  WS-SVG-TOTAL                  PIC 9(15) VALUE 0.
       01  WS-SVG-BUFFER                 PIC X(1000).
       01  WS-SVG-EMPREINTE              PIC 9(12) COMP.
       01  WS-SVG-POS                    PIC 9(4) COMP.

       01  WS-SVG-SLOT                   PIC 9(2) VALUE 0.
       01  WS-SVG-EDIT-SLOT              PIC 99.
       01  WS-SVG-SET-TABLE.
           05 WS-SVG-SET-ENTRY OCCURS 30 TIMES
                   INDEXED BY WS-INDEX-SET.
               10 WS-SET-SLOT            PIC 9(2).
               10 WS-SET-DATE            PIC 9(8).
               10 WS-SET-HEURE           PIC 9(6).
               10 WS-SET-STATUT          PIC X.
               10 WS-SET-NB-FICHIERS     PIC 9(3).
               10 WS-SET-NB-ABSENTS      PIC 9(3).
               10 WS-SET-OPERATEUR       PIC X(8).
       01  WS-SVG-SET-COUNT              PIC 9(2) VALUE 0.

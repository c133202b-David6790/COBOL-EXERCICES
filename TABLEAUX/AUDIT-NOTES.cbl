           05 NA-NOUV-NOTE              PIC 9(2)V99.
           05 NA-NOUV-FLAG              PIC X.
           05 NA-CODE-MOTIF             PIC X(3).
           05 NA-APPROBATEUR            PIC X(8).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD          PIC X(100).
               10 WS-AUD-NOUV-NOTE       PIC 9(2)V99.
               10 WS-AUD-NOUV-FLAG       PIC X.
               10 WS-AUD-MOTIF           PIC X(3).
               10 WS-AUD-APPROBATEUR     PIC X(8).
       01  WS-AUDIT-COUNT PIC 9(3) VALUE 0.

       01  WS-CLASS-TABLE.
           MOVE NA-NOUV-NOTE TO WS-AUD-NOUV-NOTE(WS-INDEX-AUD).
           MOVE NA-NOUV-FLAG TO WS-AUD-NOUV-FLAG(WS-INDEX-AUD).
           MOVE NA-CODE-MOTIF TO WS-AUD-MOTIF(WS-INDEX-AUD).
           MOVE NA-APPROBATEUR TO WS-AUD-APPROBATEUR(WS-INDEX-AUD).

           MOVE "N" TO WS-CLS-FOUND.
           PERFORM VARYING WS-INDEX-CLS FROM 1 BY 1 UNTIL
           END-STRING.
           WRITE AUDIT-REPORT-RECORD.

      *> Correction apres distribution : le second operateur qui
      *> l'a approuvee figure sous celui qui l'a demandee.
           IF WS-AUD-APPROBATEUR(WS-INDEX-AUD) NOT = SPACES
               MOVE SPACES TO AUDIT-REPORT-RECORD
               STRING "    Demandee par : "
                       WS-AUD-OPERATEUR(WS-INDEX-AUD)
                       "  Approuvee par : "
                       WS-AUD-APPROBATEUR(WS-INDEX-AUD)
                   DELIMITED BY SIZE INTO AUDIT-REPORT-RECORD
               END-STRING
               WRITE AUDIT-REPORT-RECORD
           END-IF.

           WRITE-ONE-AUDIT-LINE-END.
           *>=========================
               EXIT.

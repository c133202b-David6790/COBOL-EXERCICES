           05 HIS-LETTERS                PIC X(26).
           05 HIS-OUTCOME                PIC X(6).
           05 HIS-TOURNOI                PIC X(8).
           05 HIS-DEFI-DATE              PIC X(8).

       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-RECORD           PIC X(70).

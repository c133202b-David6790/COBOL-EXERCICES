           05 HIS-LETTERS                PIC X(26).
           05 HIS-OUTCOME                PIC X(6).
           05 HIS-TOURNOI                PIC X(8).
           05 HIS-DEFI-DATE              PIC X(8).

       FD  NEW-WORDS-FILE.
       01  NEW-WORD-RECORD.

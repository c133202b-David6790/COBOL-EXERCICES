           SELECT JOB-QUEUE-FILE ASSIGN TO "BATCHDEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-QUEUE-STATUS.

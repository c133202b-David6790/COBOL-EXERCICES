           SELECT REPORT-CATALOG-FILE ASSIGN TO "RPTCATL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTCAT-FILE-STATUS.

      *****************************************************************
      * LEDGER LOCK REGISTRY - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT
      * PERFORMS THE LEDLCKP.CPY PARAGRAPHS.
      *****************************************************************
           SELECT LOCK-FILE ASSIGN TO "LEDGLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCK-FS.

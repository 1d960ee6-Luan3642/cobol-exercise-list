      *****************************************************************
      * BUSINESS CALENDAR - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT
      * PERFORMS THE BUSCALP.CPY PARAGRAPHS.
      *****************************************************************
           SELECT BUSCAL-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAL-FS.

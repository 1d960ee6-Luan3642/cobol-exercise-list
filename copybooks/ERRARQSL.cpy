      *****************************************************************
      * ERRORLOG MONTHLY ARCHIVE GENERATION - FILE-CONTROL ENTRY.
      * ONE LINE SEQUENTIAL FILE PER CLOSED MONTH, ERRLARQ.yyyymm01,
      * WRITTEN BY ERRLROLL AND READ BACK BY THE ERRLOGRP.CPY READER
      * WHEN A REQUESTED DATE HAS ALREADY LEFT THE LIVE ERRORLOG. THE
      * NAME IS BUILT IN WRK-ERRARQ-DSNAME (SEE ERRLOGR.CPY), SO THERE
      * IS NO DD STATEMENT FOR IT. HOUSEKP RETIRES THE GENERATIONS.
      *****************************************************************
           SELECT ERRARQ-FILE ASSIGN TO DYNAMIC WRK-ERRARQ-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRARQ-FS.

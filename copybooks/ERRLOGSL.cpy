      *****************************************************************
      * SHARED ERROR/EXCEPTION LOG - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT CALLS
      * GRAVA-ERRLOG (SEE ERRLOGP.CPY) OR READS THE LOG BACK (SEE
      * ERRLOGRP.CPY). ALL PROGRAMS SHARE THE SAME EXTERNAL FILE SO
      * THE LOG IS CENTRALIZED ACROSS EX2, SINALCHK AND VOGCONS.
      * THE LOG IS INDEXED ON DATE, TIME, PROGRAM AND A SEQUENCE
      * NUMBER (ERRLOG-CHAVE), SO A READER STARTS STRAIGHT AT THE
      * DATE IT WANTS INSTEAD OF READING EVERY DAY BEFORE IT. CLOSED
      * MONTHS ARE MOVED OUT TO ERRLARQ.yyyymm01 BY ERRLROLL.
      *****************************************************************
           SELECT ERROR-LOG-FILE ASSIGN TO "ERRORLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERRLOG-CHAVE
               FILE STATUS IS WRK-ERRLOG-FS.

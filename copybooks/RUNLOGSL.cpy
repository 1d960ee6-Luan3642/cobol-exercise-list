      *****************************************************************
      * JOB-STEP RUN LOG - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY BATCH PROGRAM THAT
      * PERFORMS INICIA-RUNLOG/ENCERRA-RUNLOG (SEE RUNLOGP.CPY). ALL
      * STEPS SHARE THE SAME EXTERNAL FILE, SO ONE DATASET HOLDS THE
      * WHOLE NIGHT'S TIMING FOR RUNREP.
      *****************************************************************
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUN-FS.

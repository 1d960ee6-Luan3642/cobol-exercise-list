      *****************************************************************
      * JOB-STEP RUN LOG - FD ENTRY.
      * TWO LINES PER STEP EXECUTION, BOTH CARRYING THE SAME START
      * STAMP SO RUNREP CAN PAIR THEM:
      *   RUN-TIPO        I = STEP STARTED, F = STEP ENDED. A START
      *                   WITH NO MATCHING END IS A STEP THAT ABENDED
      *                   (OR IS STILL RUNNING).
      *   RUN-PROGRAMA    STEP PROGRAM (EX2NITE, LEDGVER, ...).
      *   RUN-DATA-NEGOCIO BUSINESS DATE THE STEP PROCESSED (THE LAST
      *                   DATE OF A CATCH-UP RANGE).
      *   RUN-BATCH-ID    BATCH WINDOW, BLANK WHERE NOT APPLICABLE.
      *   RUN-INICIO-DATA/RUN-INICIO-HORA  WHEN THE STEP STARTED.
      *   RUN-FIM-DATA/RUN-FIM-HORA        WHEN IT ENDED (ZEROS ON I).
      *   RUN-LIDOS       RECORDS READ.
      *   RUN-GRAVADOS    RECORDS WRITTEN.
      *   RUN-COD-CONCLUSAO  STEP COMPLETION CODE (ZEROS ON I).
      *****************************************************************
       FD  RUNLOG-FILE.
       01  RUNLOG-RECORD.
           05 RUN-PROGRAMA         PIC X(08).
           05 FILLER               PIC X(01).
           05 RUN-TIPO             PIC X(01).
               88 RUN-INICIO       VALUE 'I'.
               88 RUN-FIM          VALUE 'F'.
           05 FILLER               PIC X(01).
           05 RUN-DATA-NEGOCIO     PIC 9(08).
           05 FILLER               PIC X(01).
           05 RUN-BATCH-ID         PIC X(02).
           05 FILLER               PIC X(01).
           05 RUN-INICIO-DATA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 RUN-INICIO-HORA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 RUN-FIM-DATA         PIC 9(08).
           05 FILLER               PIC X(01).
           05 RUN-FIM-HORA         PIC 9(08).
           05 FILLER               PIC X(01).
           05 RUN-LIDOS            PIC 9(09).
           05 FILLER               PIC X(01).
           05 RUN-GRAVADOS         PIC 9(09).
           05 FILLER               PIC X(01).
           05 RUN-COD-CONCLUSAO    PIC 9(04).

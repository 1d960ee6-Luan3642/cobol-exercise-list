      *****************************************************************
      * JOB-STEP RUN LOG - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY BATCH PROGRAM THAT
      * CARRIES RUNLOGSL/RUNLOGFD:
      *
      * COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='LEDGVER '==.
      * (:RUNLOG-PROG: = 8-CHARACTER STEP NAME WRITTEN TO EVERY
      * RECORD.)
      *
      * MOVE THE BUSINESS DATE TO WRK-RUN-DATA-NEGOCIO AND PERFORM
      * INICIA-RUNLOG AS THE STEP STARTS; ADD TO WRK-RUN-LIDOS AND
      * WRK-RUN-GRAVADOS AS RECORDS ARE READ AND WRITTEN; SET
      * WRK-RUN-BATCH-ID WHERE THE STEP HAS ONE; MOVE THE COMPLETION
      * CODE TO WRK-RUN-COD-CONCLUSAO AND PERFORM ENCERRA-RUNLOG
      * RIGHT BEFORE THE STEP ENDS.
      *****************************************************************
       77  WRK-RUN-PROGRAMA          PIC X(08) VALUE :RUNLOG-PROG:.
       77  WRK-RUN-FS                PIC X(02) VALUE SPACES.
       77  WRK-RUN-DATA-NEGOCIO      PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-BATCH-ID          PIC X(02) VALUE SPACES.
       77  WRK-RUN-INICIO-DATA       PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-INICIO-HORA       PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-FIM-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-FIM-HORA          PIC 9(08) VALUE ZEROS.
       77  WRK-RUN-LIDOS             PIC 9(09) VALUE ZEROS.
       77  WRK-RUN-GRAVADOS          PIC 9(09) VALUE ZEROS.
       77  WRK-RUN-COD-CONCLUSAO     PIC 9(04) VALUE ZEROS.
       77  WRK-RUN-TIPO              PIC X(01) VALUE SPACE.

      *****************************************************************
      * JOB-STEP RUN LOG - START/END PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY BATCH PROGRAM THAT CARRIES
      * THE RUNLOG WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS. THE
      * START LINE IS WRITTEN BEFORE THE STEP DOES ANY WORK, SO A
      * STEP THAT ABENDS STILL LEAVES A TRACE OF WHEN IT BEGAN.
      *****************************************************************
       INICIA-RUNLOG.
           ACCEPT WRK-RUN-INICIO-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-INICIO-HORA FROM TIME
           MOVE ZEROS TO WRK-RUN-FIM-DATA WRK-RUN-FIM-HORA
                         WRK-RUN-LIDOS WRK-RUN-GRAVADOS
                         WRK-RUN-COD-CONCLUSAO
           MOVE 'I' TO WRK-RUN-TIPO
           PERFORM GRAVA-RUNLOG.

       ENCERRA-RUNLOG.
           ACCEPT WRK-RUN-FIM-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-RUN-FIM-HORA FROM TIME
           MOVE 'F' TO WRK-RUN-TIPO
           PERFORM GRAVA-RUNLOG.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG-FILE
           IF WRK-RUN-FS = '35'
               OPEN OUTPUT RUNLOG-FILE
           END-IF
           MOVE SPACES TO RUNLOG-RECORD
           MOVE WRK-RUN-PROGRAMA TO RUN-PROGRAMA
           MOVE WRK-RUN-TIPO TO RUN-TIPO
           MOVE WRK-RUN-DATA-NEGOCIO TO RUN-DATA-NEGOCIO
           MOVE WRK-RUN-BATCH-ID TO RUN-BATCH-ID
           MOVE WRK-RUN-INICIO-DATA TO RUN-INICIO-DATA
           MOVE WRK-RUN-INICIO-HORA TO RUN-INICIO-HORA
           MOVE WRK-RUN-FIM-DATA TO RUN-FIM-DATA
           MOVE WRK-RUN-FIM-HORA TO RUN-FIM-HORA
           MOVE WRK-RUN-LIDOS TO RUN-LIDOS
           MOVE WRK-RUN-GRAVADOS TO RUN-GRAVADOS
           MOVE WRK-RUN-COD-CONCLUSAO TO RUN-COD-CONCLUSAO
           WRITE RUNLOG-RECORD
           CLOSE RUNLOG-FILE.

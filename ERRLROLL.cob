       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRLROLL.
********************************
******* MONTHLY ROLLOVER OF THE INDEXED ERRORLOG. EVERY CALENDAR
******* MONTH BEFORE THE CURRENT ONE THAT STILL HAS RECORDS IN THE
******* LIVE LOG IS MOVED OUT TO ITS OWN ARCHIVE GENERATION,
******* ERRLARQ.yyyymm01 (LINE SEQUENTIAL, THE SAME 86-BYTE RECORD,
******* IN KEY ORDER - SEE ERRARQFD.CPY), AND ITS RECORDS ARE THEN
******* DELETED FROM THE LIVE LOG, SO THE LOG ONLY EVER HOLDS THE
******* CURRENT MONTH (AND WHATEVER ACCUMULATED SINCE THE LAST RUN).
******* THE GENERATIONS ARE RETIRED BY HOUSEKP LIKE ANY OTHER DATED
******* DATASET; UNTIL THEN ERRDIG, OPERREP AND ERRLINQ STILL FIND A
******* ROLLED-OVER DATE THROUGH THE ERRLOGRP.CPY READER.
******* THE MONTH IS FIRST COPIED TO ERRLTMP.yyyymm01 AND ONLY
******* RENAMED TO ERRLARQ.yyyymm01 ONCE COMPLETE, SO AN ARCHIVE
******* GENERATION ON DISK IS ALWAYS WHOLE. A RERUN AFTER AN ABEND
******* THEREFORE EITHER COPIES THE MONTH AGAIN (THE RENAME NEVER
******* HAPPENED) OR FINDS THE GENERATION AND ONLY FINISHES THE
******* DELETES - NO RECORD IS LOST OR ARCHIVED TWICE.
******* A FAILED COPY OR RENAME STOPS THE RUN WITH RC 8, LEAVING
******* THAT MONTH AND ANY LATER ONE IN THE LIVE LOG.
******* START AND END OF THE STEP (RECORDS REMOVED FROM THE LIVE
******* LOG IN, RECORDS ARCHIVED OUT) GO TO THE SHARED RUNLOG FOR
******* RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.

           COPY ERRARQSL.

           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ERRLOGFD.

       COPY ERRARQFD.

       COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-MES-CORRENTE PIC 9(06) VALUE ZEROS.

      ***** MONTH BEING ROLLED OVER (DAY ALWAYS 01).
       01  WRK-MES.
           05 WRK-MES-AAAAMM PIC 9(06) VALUE ZEROS.
           05 WRK-MES-DD PIC 9(02) VALUE 01.
       01  WRK-MES-DATA REDEFINES WRK-MES PIC 9(08).

       77 WRK-TMP-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-ARQ-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-FIM-ROLL PIC X(01) VALUE 'N'.
           88 FIM-ROLL VALUE 'S'.
       77 WRK-FIM-MES PIC X(01) VALUE 'N'.
           88 FIM-MES VALUE 'S'.
       77 WRK-FALHA PIC X(01) VALUE 'N'.
           88 HOUVE-FALHA VALUE 'S'.

       77 WRK-CNT-MESES PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-MES-COPIADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-MES-REMOVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-COPIADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-REMOVIDOS PIC 9(07) VALUE ZEROS.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='ERRLROLL'==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ERRLROLL'==.

       COPY ERRLOGR.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-MES-CORRENTE
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

       OPEN I-O ERROR-LOG-FILE
       EVALUATE WRK-ERRLOG-FS
           WHEN '00'
               PERFORM ARQUIVA-MESES-FECHADOS
               CLOSE ERROR-LOG-FILE
           WHEN '35'
               DISPLAY 'ERRORLOG AINDA NAO CRIADO, NADA A ARQUIVAR'
           WHEN OTHER
               DISPLAY 'FALHA NA ABERTURA DO ERRORLOG, STATUS: '
                       WRK-ERRLOG-FS
               SET HOUVE-FALHA TO TRUE
       END-EVALUATE

       DISPLAY 'MESES ARQUIVADOS....: ' WRK-CNT-MESES
       DISPLAY 'REGISTROS COPIADOS..: ' WRK-CNT-COPIADOS
       DISPLAY 'REGISTROS REMOVIDOS.: ' WRK-CNT-REMOVIDOS

      ***** THE LOG IS CLOSED BY NOW, SO THE FAILURE CAN GO ON IT.
       IF HOUVE-FALHA
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'ERRLARQ' TO WRK-ERRLOG-CAMPO
           MOVE WRK-ARQ-DSNAME TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
       END-IF

       MOVE WRK-CNT-REMOVIDOS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-COPIADOS TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG
       STOP RUN.

      ***** THE OLDEST RECORD LEFT IN THE LIVE LOG NAMES THE NEXT
      ***** MONTH TO ROLL OVER; THE FIRST ONE OF THE CURRENT MONTH
      ***** ENDS THE RUN.
       ARQUIVA-MESES-FECHADOS.
           MOVE 'N' TO WRK-FIM-ROLL
           PERFORM UNTIL FIM-ROLL
               MOVE LOW-VALUES TO ERRLOG-CHAVE
               START ERROR-LOG-FILE KEY IS NOT LESS THAN ERRLOG-CHAVE
                   INVALID KEY
                       SET FIM-ROLL TO TRUE
               END-START
               IF NOT FIM-ROLL
                   READ ERROR-LOG-FILE NEXT RECORD
                       AT END
                           SET FIM-ROLL TO TRUE
                       NOT AT END
                           IF ERRLOG-DATA(1:6) < WRK-MES-CORRENTE
                               MOVE ERRLOG-DATA(1:6) TO WRK-MES-AAAAMM
                               PERFORM ARQUIVA-MES
                               IF HOUVE-FALHA
                                   SET FIM-ROLL TO TRUE
                               END-IF
                           ELSE
                               SET FIM-ROLL TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       ARQUIVA-MES.
           ADD 1 TO WRK-CNT-MESES
           MOVE ZEROS TO WRK-CNT-MES-COPIADOS WRK-CNT-MES-REMOVIDOS
           MOVE SPACES TO WRK-ARQ-DSNAME WRK-TMP-DSNAME
           STRING 'ERRLARQ.' WRK-MES-DATA DELIMITED BY SIZE
                   INTO WRK-ARQ-DSNAME
           END-STRING
           STRING 'ERRLTMP.' WRK-MES-DATA DELIMITED BY SIZE
                   INTO WRK-TMP-DSNAME
           END-STRING

           MOVE WRK-ARQ-DSNAME TO WRK-ERRARQ-DSNAME
           OPEN INPUT ERRARQ-FILE
           IF WRK-ERRARQ-FS = '00'
               CLOSE ERRARQ-FILE
               DISPLAY WRK-ARQ-DSNAME ' JA EXISTE, CONCLUINDO A '
                       'REMOCAO DO MES NO ERRORLOG'
           ELSE
               PERFORM COPIA-MES
           END-IF

           IF NOT HOUVE-FALHA
               PERFORM REMOVE-MES
               DISPLAY WRK-ARQ-DSNAME ' COPIADOS=' WRK-CNT-MES-COPIADOS
                       ' REMOVIDOS=' WRK-CNT-MES-REMOVIDOS
           END-IF.

       COPIA-MES.
           MOVE WRK-TMP-DSNAME TO WRK-ERRARQ-DSNAME
           OPEN OUTPUT ERRARQ-FILE
           IF WRK-ERRARQ-FS NOT = '00'
               DISPLAY 'FALHA NA CRIACAO DE ' WRK-TMP-DSNAME
                       ', STATUS: ' WRK-ERRARQ-FS
               SET HOUVE-FALHA TO TRUE
           ELSE
               PERFORM POSICIONA-MES
               PERFORM UNTIL FIM-MES
                   MOVE ERROR-LOG-RECORD TO ERRARQ-LINE
                   WRITE ERRARQ-LINE
                   ADD 1 TO WRK-CNT-MES-COPIADOS
                   PERFORM LE-PROXIMO-DO-MES
               END-PERFORM
               CLOSE ERRARQ-FILE

               MOVE ZEROS TO RETURN-CODE
               CALL 'CBL_RENAME_FILE' USING WRK-TMP-DSNAME
                   WRK-ARQ-DSNAME
               IF RETURN-CODE NOT = 0
                   MOVE ZEROS TO RETURN-CODE
                   DISPLAY 'FALHA AO RENOMEAR ' WRK-TMP-DSNAME
                           ' PARA ' WRK-ARQ-DSNAME
                   SET HOUVE-FALHA TO TRUE
               ELSE
                   ADD WRK-CNT-MES-COPIADOS TO WRK-CNT-COPIADOS
               END-IF
           END-IF.

      ***** DELETE REMOVES THE RECORD JUST READ; THE NEXT READ NEXT
      ***** CARRIES ON FROM THE ONE AFTER IT.
       REMOVE-MES.
           PERFORM POSICIONA-MES
           PERFORM UNTIL FIM-MES
               DELETE ERROR-LOG-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-MES-REMOVIDOS
               END-DELETE
               PERFORM LE-PROXIMO-DO-MES
           END-PERFORM
           ADD WRK-CNT-MES-REMOVIDOS TO WRK-CNT-REMOVIDOS.

      ***** LEAVES THE FIRST RECORD OF WRK-MES IN ERROR-LOG-RECORD, OR
      ***** SETS FIM-MES.
       POSICIONA-MES.
           MOVE 'N' TO WRK-FIM-MES
           MOVE LOW-VALUES TO ERRLOG-CHAVE
           MOVE WRK-MES-DATA TO ERRLOG-DATA
           START ERROR-LOG-FILE KEY IS NOT LESS THAN ERRLOG-CHAVE
               INVALID KEY
                   SET FIM-MES TO TRUE
           END-START
           IF NOT FIM-MES
               PERFORM LE-PROXIMO-DO-MES
           END-IF.

       LE-PROXIMO-DO-MES.
           READ ERROR-LOG-FILE NEXT RECORD
               AT END
                   SET FIM-MES TO TRUE
               NOT AT END
                   IF ERRLOG-DATA(1:6) NOT = WRK-MES-AAAAMM
                       SET FIM-MES TO TRUE
                   END-IF
           END-READ.

       COPY RUNLOGP.

       COPY ERRLOGP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRLCONV.
********************************
******* ONE-TIME CONVERSION OF THE OLD CUMULATIVE LINE SEQUENTIAL
******* ERRORLOG INTO THE INDEXED ERRORLOG (SEE ERRLOGSL.CPY AND
******* ERRLOGFD.CPY). THE OLD LOG IS RENAMED AND HANDED IN AS
******* ERRLOGANT; EVERY LINE OF IT BECOMES ONE KEYED RECORD WITH
******* ITS ORIGINAL DATE, TIME, PROGRAM, SEVERITY, FIELD, VALUE AND
******* OPERATOR. LINES THAT SHARE DATE, TIME AND PROGRAM (SEVERAL
******* ERRORS LOGGED IN THE SAME HUNDREDTH OF A SECOND) ARE KEPT
******* APART BY THE SEQUENCE NUMBER, EXACTLY AS GRAVA-ERRLOG DOES.
******* A LINE WHOSE DATE OR TIME IS NOT NUMERIC CANNOT BE KEYED: IT
******* IS LISTED ON SYSOUT, COUNTED, AND THE STEP ENDS RC 4.
******* THE CONVERSION ONLY LOADS AN EMPTY LOG: IF THE INDEXED
******* ERRORLOG ALREADY HOLDS ANY RECORD (A SECOND RUN, OR A
******* PROGRAM THAT LOGGED SOMETHING FIRST) NOTHING IS LOADED AND
******* THE STEP ENDS RC 8, SO NO LINE IS EVER LOADED TWICE. NO
******* ERRLOGANT DATASET ALSO ENDS RC 8.
******* START AND END OF THE STEP (OLD LINES IN, RECORDS LOADED
******* OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANT-FILE ASSIGN TO "ERRLOGANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANT-FS.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** THE OLD SEQUENTIAL LOG LINE, AS GRAVA-ERRLOG USED TO
      ***** STRING IT: DATE, TIME, PROGRAM, SEVERITY, FIELD=VALUE AND
      ***** OPERATOR, ONE SPACE APART.
       FD  ANT-FILE.
       01  ANT-RECORD.
           05 ANT-DATA                 PIC X(08).
           05 FILLER                   PIC X(01).
           05 ANT-HORA                 PIC X(08).
           05 FILLER                   PIC X(01).
           05 ANT-PROGRAMA             PIC X(08).
           05 FILLER                   PIC X(01).
           05 ANT-SEVERIDADE           PIC X(08).
           05 FILLER                   PIC X(01).
           05 ANT-CAMPO                PIC X(15).
           05 FILLER                   PIC X(01).
           05 ANT-VALOR                PIC X(20).
           05 FILLER                   PIC X(01).
           05 ANT-OPERADOR             PIC X(08).

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.

       77 WRK-ANT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ANT PIC X(01) VALUE 'N'.
           88 FIM-ANT-FILE VALUE 'Y'.

       77 WRK-LOG-OCUPADO PIC X(01) VALUE 'N'.
           88 LOG-JA-CARREGADO VALUE 'S'.

       77 WRK-CNT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-CARREGADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-REJEITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-SEQUENCIA PIC 9(07) VALUE ZEROS.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='ERRLCONV'==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ERRLCONV'==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

       PERFORM VERIFICA-LOG-VAZIO
       IF LOG-JA-CARREGADO
           DISPLAY 'ERRORLOG INDEXADO JA CONTEM REGISTROS, '
                   'CONVERSAO NAO EXECUTADA'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'ERRLOGANT' TO WRK-ERRLOG-CAMPO
           MOVE 'LOG JA CONVERTIDO' TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
           MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
           STOP RUN
       END-IF

       OPEN INPUT ANT-FILE
       IF WRK-ANT-FS NOT = '00'
           DISPLAY 'LOG ANTERIOR ERRLOGANT AUSENTE, STATUS: '
                   WRK-ANT-FS
           MOVE 8 TO RETURN-CODE
           MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
           STOP RUN
       END-IF

       OPEN OUTPUT ERROR-LOG-FILE
       IF WRK-ERRLOG-FS NOT = '00'
           DISPLAY 'FALHA NA CRIACAO DO ERRORLOG INDEXADO, STATUS: '
                   WRK-ERRLOG-FS
           CLOSE ANT-FILE
           MOVE 8 TO RETURN-CODE
           MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
           STOP RUN
       END-IF

       PERFORM UNTIL FIM-ANT-FILE
           READ ANT-FILE
               AT END
                   SET FIM-ANT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WRK-CNT-LIDOS
                   PERFORM CONVERTE-LINHA
           END-READ
       END-PERFORM
       CLOSE ANT-FILE
       CLOSE ERROR-LOG-FILE

       DISPLAY 'LINHAS LIDAS DO LOG ANTERIOR: ' WRK-CNT-LIDOS
       DISPLAY 'REGISTROS CARREGADOS........: ' WRK-CNT-CARREGADOS
       DISPLAY 'COM SEQUENCIA > 0000........: ' WRK-CNT-SEQUENCIA
       DISPLAY 'LINHAS REJEITADAS...........: ' WRK-CNT-REJEITADOS

      ***** A REJECTED LINE IS ON SYSOUT ONLY - THE OLD DATASET IS
      ***** KEPT, SO IT CAN STILL BE LOOKED UP THERE.
       IF WRK-CNT-REJEITADOS > 0
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE WRK-CNT-LIDOS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-CARREGADOS TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG
       STOP RUN.

      ***** A MISSING INDEXED LOG (STATUS 35) IS AS EMPTY AS ONE WITH
      ***** NO RECORDS.
       VERIFICA-LOG-VAZIO.
           MOVE 'N' TO WRK-LOG-OCUPADO
           OPEN INPUT ERROR-LOG-FILE
           IF WRK-ERRLOG-FS = '00'
               READ ERROR-LOG-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET LOG-JA-CARREGADO TO TRUE
               END-READ
               CLOSE ERROR-LOG-FILE
           END-IF.

       CONVERTE-LINHA.
           IF ANT-DATA IS NOT NUMERIC OR ANT-HORA IS NOT NUMERIC
               ADD 1 TO WRK-CNT-REJEITADOS
               DISPLAY 'LINHA ' WRK-CNT-LIDOS
                       ' REJEITADA (DATA/HORA INVALIDA): '
                       ANT-RECORD(1:40)
           ELSE
               MOVE SPACES TO ERROR-LOG-RECORD
               MOVE ANT-DATA TO ERRLOG-DATA
               MOVE ANT-HORA TO ERRLOG-HORA
               MOVE ANT-PROGRAMA TO ERRLOG-PROGRAMA
               MOVE ZEROS TO ERRLOG-SEQ
               MOVE ANT-SEVERIDADE TO ERRLOG-SEVERIDADE
               MOVE ANT-CAMPO TO ERRLOG-CAMPO
               MOVE ANT-VALOR TO ERRLOG-VALOR
               MOVE ANT-OPERADOR TO ERRLOG-OPERADOR
               MOVE 'N' TO WRK-ERRLOG-GRAVA-FIM
               PERFORM UNTIL ERRLOG-GRAVA-ENCERRADA
                   WRITE ERROR-LOG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WRK-ERRLOG-FS = '22' AND ERRLOG-SEQ < 9999
                       ADD 1 TO ERRLOG-SEQ
                   ELSE
                       SET ERRLOG-GRAVA-ENCERRADA TO TRUE
                   END-IF
               END-PERFORM
               IF WRK-ERRLOG-FS = '00'
                   ADD 1 TO WRK-CNT-CARREGADOS
                   IF ERRLOG-SEQ > 0
                       ADD 1 TO WRK-CNT-SEQUENCIA
                   END-IF
               ELSE
                   ADD 1 TO WRK-CNT-REJEITADOS
                   DISPLAY 'LINHA ' WRK-CNT-LIDOS
                           ' REJEITADA (STATUS ' WRK-ERRLOG-FS '): '
                           ANT-RECORD(1:40)
               END-IF
           END-IF.

       COPY RUNLOGP.

       COPY ERRLOGP.

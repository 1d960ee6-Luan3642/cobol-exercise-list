       PROGRAM-ID. ERRDIG.
********************************
******* END-OF-DAY DIGEST OF THE SHARED ERRORLOG (SEE ERRLOGP.CPY).
******* READS EVERY RECORD GRAVA-ERRLOG WROTE TODAY (THE INDEXED
******* ERRORLOG IS STARTED STRAIGHT AT THE DATE THROUGH THE
******* ERRLOGRP.CPY READER, WHICH ALSO FINDS A DATE WHOSE MONTH
******* ERRLROLL HAS ALREADY MOVED TO ITS ERRLARQ GENERATION), SPLITS
******* OUT THE PROGRAM TAG AND SEVERIDADE/CATEGORY
******* TAG GRAVA-ERRLOG STAMPS ON EACH LINE, AND WRITES
******* ERRDIGEST.yyyymmdd WITH COUNTS BY PROGRAM AND BY CATEGORY.
******* PROGRAMS ARE ACCUMULATED IN A SMALL LOOKUP TABLE THE SAME
******* WAY VOGCONS TRACKS UPSTREAM SOURCES.
******* THE BUSINESS DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER
******* LINE, EXACTLY AS IN DAYDIG: 'AAAAMMDD' DIGESTS THAT DAY,
******* 'AAAAMMDD AAAAMMDD' DIGESTS EVERY BUSINESS DAY OF THE RANGE
******* PER THE BUSCAL CALENDAR (ONE ERRDIGEST.yyyymmdd EACH), AND
******* A BLANK/MISSING PARAMETER KEEPS THE OLD TODAY-ONLY BEHAVIOR
******* - SO A MISSED NIGHT CAN BE RERUN EXACTLY.
******* THE OPTIONAL ERRLIMIT DATASET CARRIES ERROR-RATE
******* THRESHOLDS PER PROGRAM AND SEVERITY ('TODOS   '/'TODAS   '
******* ARE WILDCARDS). A DAY WHOSE COUNT EXCEEDS A THRESHOLD GETS
******* WITH COMPLETION CODE 8, SO THE SCHEDULER CAN HOLD THE
******* DOWNSTREAM STEPS AND PAGE OPERATIONS. NO ERRLIMIT DATASET
******* MEANS NO THRESHOLDS AND THE OLD ALWAYS-CLEAN BEHAVIOR.
******* EACH BREACH IS ALSO QUEUED AS AN ALERTA-ERRDIG EVENT ON THE
******* SHARED NOTIFQ FOR NOTIFDSP TO SEND.
******* START AND END OF THE STEP (ERRORLOG RECORDS IN, DIGEST AND
******* ALERT LINES OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.

           COPY ERRARQSL.

           SELECT DIGEST-FILE ASSIGN TO DYNAMIC WRK-DIGEST-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WRK-ALERT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY BUSCALSL.

           COPY RUNLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ERRLOGFD.

       COPY ERRARQFD.

       FD  DIGEST-FILE.
       01  DIGEST-LINE                 PIC X(80).
       FD  ALERT-FILE.
       01  ALERT-LINE                  PIC X(80).

       COPY BUSCALFD.

       COPY RUNLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DIGEST-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-DATA-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-ATE-INT PIC 9(07) VALUE ZEROS.

       COPY BUSCAL.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='ERRDIG  '==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='ERRDIG  '==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ERRDIG  '==.

       COPY ERRLOGR.

       PROCEDURE DIVISION.
       PERFORM LE-PARAMETRO-DATA
       MOVE WRK-DATA-ATE TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG
       PERFORM CARREGA-LIMITES

      ***** A CATCH-UP RANGE ONLY DIGESTS THE BUSINESS DAYS OF THE
      ***** CALENDAR (BUSCAL) - NOTHING RUNS ON THE OTHERS. A SINGLE
      ***** DATE, INCLUDING THE NORMAL TODAY-ONLY RUN, IS ALWAYS
      ***** DIGESTED, SO A LOT RUN ON A HOLIDAY CAN STILL BE SEEN.
       PERFORM CARREGA-CALENDARIO
       COMPUTE WRK-DATA-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA-DE)
       COMPUTE WRK-DATA-ATE-INT =
           FUNCTION INTEGER-OF-DATE(WRK-DATA-ATE)
       PERFORM UNTIL WRK-DATA-INT > WRK-DATA-ATE-INT
           COMPUTE WRK-DATA-ALVO =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-ALVO TO WRK-CAL-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF CAL-DIA-UTIL OR WRK-DATA-DE = WRK-DATA-ATE
               PERFORM GERA-DIGEST-DIA
           ELSE
               DISPLAY 'DIA NAO UTIL, SEM DIGEST: ' WRK-DATA-ALVO
           END-IF
           ADD 1 TO WRK-DATA-INT
       END-PERFORM

           MOVE 8 TO RETURN-CODE
       END-IF

       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY RUNLOGP.

       COPY BUSCALP.

       COPY NOTIFP.

       COPY ERRLOGRP.

       CARREGA-LIMITES.
           MOVE 'N' TO WRK-EOF-LIMIT
           OPEN INPUT LIMIT-FILE
               MOVE 'ALERTA DE LIMITES DO ERRORLOG - ERRDIG'
                   TO ALERT-LINE
               WRITE ALERT-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
           END-IF
           MOVE SPACES TO ALERT-LINE
           STRING 'PROGRAMA=' WRK-LIM-PROGRAMA(WRK-LIM-IDX)
                   DELIMITED BY SIZE INTO ALERT-LINE
           END-STRING
           WRITE ALERT-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           DISPLAY ALERT-LINE
           MOVE 'ALERTA-ERRDIG' TO WRK-NTF-TIPO
           SET NOTIF-SEV-ALTA TO TRUE
           MOVE WRK-DATA-ALVO TO WRK-NTF-DATA
           MOVE SPACES TO WRK-NTF-CHAVE
           STRING WRK-LIM-PROGRAMA(WRK-LIM-IDX) ' '
                   WRK-LIM-SEVERIDADE(WRK-LIM-IDX)
                   DELIMITED BY SIZE INTO WRK-NTF-CHAVE
           END-STRING
           MOVE ALERT-LINE TO WRK-NTF-TEXTO
           PERFORM GRAVA-NOTIF.

      ***** READS THE OPTIONAL DATE/RANGE PARAMETER AND LEAVES THE
      ***** VALIDATED BOUNDS IN WRK-DATA-DE/WRK-DATA-ATE. ANYTHING
                   INTO WRK-DIGEST-DSNAME
           END-STRING

           MOVE WRK-DATA-ALVO TO WRK-ERRL-DATA-DE
           MOVE WRK-DATA-ALVO TO WRK-ERRL-DATA-ATE
           PERFORM ABRE-LEITURA-ERRLOG
           PERFORM LE-PROXIMO-ERRLOG
           PERFORM UNTIL FIM-LEITURA-ERRLOG
               ADD 1 TO WRK-RUN-LIDOS
               PERFORM ACUMULA-ERRLOG
               PERFORM LE-PROXIMO-ERRLOG
           END-PERFORM
           PERFORM FECHA-LEITURA-ERRLOG

           PERFORM GERA-DIGEST-ERRLOG
           PERFORM VERIFICA-LIMITES.

       ACUMULA-ERRLOG.
           ADD 1 TO WRK-CNT-TOTAL
           EVALUATE WRK-ERRL-SEVERIDADE
               WHEN 'SISTEMA '
                   ADD 1 TO WRK-CNT-SISTEMA
               WHEN 'NEGOCIO '
           MOVE ZEROS TO WRK-PROG-MATCH
           PERFORM VARYING WRK-PROG-IDX FROM 1 BY 1
                   UNTIL WRK-PROG-IDX > WRK-PROG-CNT OR PROG-ACHADO
               IF WRK-PROG-NOME(WRK-PROG-IDX) = WRK-ERRL-PROGRAMA
                   MOVE WRK-PROG-IDX TO WRK-PROG-MATCH
                   SET PROG-ACHADO TO TRUE
               END-IF
           IF NOT PROG-ACHADO
               IF WRK-PROG-CNT < WRK-PROG-MAX
                   ADD 1 TO WRK-PROG-CNT
                   MOVE WRK-ERRL-PROGRAMA
                       TO WRK-PROG-NOME(WRK-PROG-CNT)
                   MOVE WRK-PROG-CNT TO WRK-PROG-MATCH
               END-IF
           END-IF

           IF WRK-PROG-MATCH > 0
               ADD 1 TO WRK-PROG-CNT-TOTAL(WRK-PROG-MATCH)
               EVALUATE WRK-ERRL-SEVERIDADE
                   WHEN 'SISTEMA '
                       ADD 1 TO WRK-PROG-CNT-SISTEMA(WRK-PROG-MATCH)
                   WHEN 'NEGOCIO '
           OPEN OUTPUT DIGEST-FILE
           MOVE 'DIGEST DIARIO DO ERRORLOG' TO DIGEST-LINE
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS

           STRING 'TOTAL DE REGISTROS....: ' WRK-CNT-TOTAL
                   DELIMITED BY SIZE INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           MOVE SPACES TO DIGEST-LINE
           STRING 'ENTRADA...............: ' WRK-CNT-ENTRADA
                   DELIMITED BY SIZE INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           MOVE SPACES TO DIGEST-LINE
           STRING 'SISTEMA...............: ' WRK-CNT-SISTEMA
                   DELIMITED BY SIZE INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           MOVE SPACES TO DIGEST-LINE
           STRING 'NEGOCIO...............: ' WRK-CNT-NEGOCIO
                   DELIMITED BY SIZE INTO DIGEST-LINE
           END-STRING
           WRITE DIGEST-LINE
           ADD 1 TO WRK-RUN-GRAVADOS

           IF WRK-PROG-CNT > 0
               MOVE SPACES TO DIGEST-LINE
               WRITE DIGEST-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
               MOVE 'DETALHAMENTO POR PROGRAMA' TO DIGEST-LINE
               WRITE DIGEST-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
               PERFORM VARYING WRK-PROG-IDX FROM 1 BY 1
                       UNTIL WRK-PROG-IDX > WRK-PROG-CNT
                   MOVE SPACES TO DIGEST-LINE
                           DELIMITED BY SIZE INTO DIGEST-LINE
                   END-STRING
                   WRITE DIGEST-LINE
                   ADD 1 TO WRK-RUN-GRAVADOS
               END-PERFORM
           END-IF


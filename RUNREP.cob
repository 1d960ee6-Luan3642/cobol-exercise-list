       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNREP.
********************************
******* WEEKLY BATCH-WINDOW REPORT OVER THE SHARED RUNLOG, THE
******* START/END TRAIL EVERY NIGHTLY STEP WRITES (EX2NITE, LEDGVER,
******* SINALDST, DAYDIG, ERRDIG, HOUSEKP - SEE RUNLOGFD.CPY). FOR
******* THE SEVEN CALENDAR DAYS ENDING ON THE REPORT DATE IT LISTS
******* EVERY STEP EXECUTION WITH ITS START, END, ELAPSED TIME,
******* RECORDS IN/OUT AND COMPLETION CODE, THEN TRENDS EACH STEP'S
******* AVERAGE ELAPSED TIME AGAINST THE FOUR WEEKS BEFORE IT, SO THE
******* WINDOW CAN BE PLANNED BEFORE IT OVERRUNS. RUNREP.yyyymmdd
******* IS THE OUTPUT. RUNREP LOGS ITS OWN RUN TO RUNLOG AS WELL.
******* SLA CUTOFFS COME FROM THE OPTIONAL RUNSLA DATASET, ONE LINE
******* PER STEP ('TODOS   ' IS THE DEFAULT FOR STEPS NOT LISTED):
******* THE CLOCK TIME (HHMM) THE STEP MUST HAVE ENDED BY - THE
******* FIRST OCCURRENCE OF THAT TIME AFTER THE STEP STARTED, SO A
******* 0600 CUTOFF COVERS A STEP STARTED AT 2300 THE NIGHT BEFORE -
******* AND/OR THE LONGEST ACCEPTABLE ELAPSED TIME IN MINUTES. ZERO
******* MEANS NO LIMIT OF THAT KIND. EVERY STEP OF THE WEEK PAST ITS
******* CUTOFF, AND EVERY START WITH NO END (AN ABENDED STEP), IS
******* FLAGGED ON THE REPORT AND ON ERRORLOG (SEVERITY NEGOCIO) AND
******* THE RUN ENDS WITH COMPLETION CODE 4.
******* THE REPORT DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER LINE
******* ('AAAAMMDD'); BLANK/MISSING MEANS TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNLOGSL.

           SELECT SLA-FILE ASSIGN TO "RUNSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SLA-FS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY RUNLOGFD.

      ***** ONE CUTOFF PER LINE: STEP PROGRAM (OR 'TODOS   '), THE
      ***** CLOCK TIME IT MUST HAVE ENDED BY (HHMM) AND THE LONGEST
      ***** ACCEPTABLE ELAPSED TIME IN MINUTES, E.G.
      ***** 'EX2NITE  0500 0090'.
       FD  SLA-FILE.
       01  SLA-RECORD.
           05 SLA-PROGRAMA         PIC X(08).
           05 FILLER               PIC X(01).
           05 SLA-HORA-LIMITE      PIC X(04).
           05 FILLER               PIC X(01).
           05 SLA-MINUTOS-MAX      PIC X(04).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PARM-DATA PIC X(08) VALUE SPACES.

      ***** DAY NUMBERS (INTEGER-OF-DATE). THE REPORT WEEK IS
      ***** WRK-INT-ALVO-6 .. WRK-INT-ALVO; THE TREND REACHES
      ***** WRK-SEMANA-QTDE WEEKS BACK IN ALL.
       77 WRK-INT-ALVO PIC 9(07) VALUE ZEROS.
       77 WRK-INT-LIMITE PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DATA PIC 9(07) VALUE ZEROS.
       77 WRK-INT-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-INT-PRAZO PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRAS PIC 9(07) VALUE ZEROS.
       77 WRK-SEMANA-QTDE PIC 9(01) VALUE 5.
       77 WRK-SEMANA PIC 9(01) VALUE ZEROS.

       77 WRK-REPORT-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-EOF-RUN PIC X(01) VALUE 'N'.
           88 FIM-RUN-FILE VALUE 'Y'.

       77 WRK-SLA-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-SLA PIC X(01) VALUE 'N'.
           88 FIM-SLA-FILE VALUE 'Y'.

       77 WRK-SLA-MAX PIC 9(02) VALUE 20.
       77 WRK-SLA-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-SLA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SLA-MATCH PIC 9(02) VALUE ZEROS.
       77 WRK-SLA-TODOS PIC 9(02) VALUE ZEROS.

       01  WRK-SLA-TAB.
           05 WRK-SLA-ENTRY OCCURS 20 TIMES.
               10 WRK-SLA-PROGRAMA     PIC X(08).
               10 WRK-SLA-HORA-LIMITE  PIC 9(04).
               10 WRK-SLA-MINUTOS-MAX  PIC 9(04).

      ***** ONE ENTRY PER STEP EXECUTION IN THE FIVE-WEEK WINDOW. A
      ***** START LINE OPENS THE ENTRY; THE END LINE WITH THE SAME
      ***** PROGRAM AND START STAMP COMPLETES IT.
       77 WRK-EXE-MAX PIC 9(03) VALUE 500.
       77 WRK-EXE-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-EXE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EXE-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-EXE-CHEIA PIC X(01) VALUE 'N'.
           88 EXE-TABELA-CHEIA VALUE 'Y'.

       01  WRK-EXE-TAB.
           05 WRK-EXE-ENTRY OCCURS 500 TIMES.
               10 WRK-EXE-PROGRAMA     PIC X(08).
               10 WRK-EXE-DATA         PIC 9(08).
               10 WRK-EXE-BATCH-ID     PIC X(02).
               10 WRK-EXE-INI-DATA     PIC 9(08).
               10 WRK-EXE-INI-HORA     PIC 9(08).
               10 WRK-EXE-FIM-DATA     PIC 9(08).
               10 WRK-EXE-FIM-HORA     PIC 9(08).
               10 WRK-EXE-LIDOS        PIC 9(09).
               10 WRK-EXE-GRAVADOS     PIC 9(09).
               10 WRK-EXE-COD          PIC 9(04).
               10 WRK-EXE-SITUACAO     PIC X(01).
                   88 EXE-CONCLUIDA    VALUE 'F'.
                   88 EXE-SEM-FIM      VALUE 'I'.
               10 WRK-EXE-SEGUNDOS     PIC 9(07).
               10 WRK-EXE-SEMANA       PIC 9(01).
               10 WRK-EXE-SLA          PIC X(01).
                   88 EXE-DENTRO-SLA   VALUE ' '.

      ***** PER-STEP TOTALS, ONE BUCKET PER WEEK (1 = REPORT WEEK,
      ***** 2-5 = THE FOUR WEEKS BEFORE IT).
       77 WRK-PAS-MAX PIC 9(02) VALUE 20.
       77 WRK-PAS-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-PAS-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PAS-MATCH PIC 9(02) VALUE ZEROS.

       01  WRK-PAS-TAB.
           05 WRK-PAS-ENTRY OCCURS 20 TIMES.
               10 WRK-PAS-PROGRAMA     PIC X(08).
               10 WRK-PAS-SEM OCCURS 5 TIMES.
                   15 WRK-PAS-QTDE     PIC 9(04).
                   15 WRK-PAS-TOTAL    PIC 9(09).
                   15 WRK-PAS-MAIOR    PIC 9(07).

       77 WRK-CNT-EXECUCOES PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-ESTOURO PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SEM-FIM PIC 9(05) VALUE ZEROS.

      ***** TIME-OF-DAY ARITHMETIC. ACCEPT ... FROM TIME GIVES
      ***** HHMMSSCC; THE HUNDREDTHS ARE DROPPED.
       01  WRK-HORA-CALC.
           05 WRK-HORA-HH          PIC 9(02).
           05 WRK-HORA-MM          PIC 9(02).
           05 WRK-HORA-SS          PIC 9(02).
           05 WRK-HORA-CC          PIC 9(02).
       01  WRK-HORA-HHMM REDEFINES WRK-HORA-CALC.
           05 WRK-HORA-LIMITE-CMP  PIC 9(04).
           05 FILLER               PIC 9(04).
       77 WRK-SEG-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-SEG-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-SEGUNDOS PIC 9(09) VALUE ZEROS.
       77 WRK-MEDIA PIC 9(09) VALUE ZEROS.
       77 WRK-MEDIA-ANT PIC 9(09) VALUE ZEROS.
       77 WRK-QTDE-ANT PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ANT PIC 9(11) VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(05) VALUE ZEROS.
       77 WRK-VARIACAO-ED PIC -ZZZ9 VALUE ZEROS.
       77 WRK-RESTO PIC 9(07) VALUE ZEROS.

       01  WRK-DURACAO-ED.
           05 WRK-DUR-HH           PIC 9(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WRK-DUR-MM           PIC 9(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 WRK-DUR-SS           PIC 9(02).

       77 WRK-OBSERVACAO PIC X(20) VALUE SPACES.
       77 WRK-COLUNAS PIC X(50) VALUE SPACES.
       77 WRK-COL-PTR PIC 9(03) VALUE ZEROS.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='RUNREP  '==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='RUNREP  '==.

       PROCEDURE DIVISION.
       PERFORM LE-PARAMETRO-DATA
       MOVE WRK-DATA-ALVO TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG
       PERFORM CARREGA-SLA
       PERFORM CARREGA-RUNLOG
       PERFORM APURA-EXECUCOES
       PERFORM GERA-RELATORIO

      ***** A STEP PAST ITS CUTOFF OR WITH NO END IS A WARNING FOR
      ***** PLANNING, NOT A REASON TO HOLD ANYTHING - HENCE 4, NOT 8.
       IF WRK-CNT-ESTOURO > 0 OR WRK-CNT-SEM-FIM > 0
           DISPLAY 'PASSOS FORA DO SLA OU SEM FIM NA SEMANA, VEJA '
                   WRK-REPORT-DSNAME
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG
       STOP RUN.

       COPY ERRLOGP.

       COPY RUNLOGP.

       LE-PARAMETRO-DATA.
           ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WRK-PARM-DATA
           ACCEPT WRK-PARM-DATA FROM CONSOLE
           IF WRK-PARM-DATA IS NUMERIC
               MOVE WRK-PARM-DATA TO WRK-DATA-ALVO
               IF FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) = 0
                   DISPLAY 'PARAMETRO DE DATA INEXISTENTE NO '
                           'CALENDARIO, USANDO A DATA DE HOJE'
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-ALVO
               END-IF
           ELSE
               IF WRK-PARM-DATA NOT = SPACES
                   DISPLAY 'PARAMETRO DE DATA INVALIDO, USANDO A '
                           'DATA DE HOJE'
               END-IF
               MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-ALVO
           END-IF
           COMPUTE WRK-INT-ALVO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO)
           COMPUTE WRK-INT-LIMITE =
               WRK-INT-ALVO - (WRK-SEMANA-QTDE * 7) + 1
           COMPUTE WRK-DATA-INICIO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-ALVO - 6).

       CARREGA-SLA.
           MOVE 'N' TO WRK-EOF-SLA
           OPEN INPUT SLA-FILE
           IF WRK-SLA-FS = '00'
               PERFORM UNTIL FIM-SLA-FILE
                   READ SLA-FILE
                       AT END
                           SET FIM-SLA-FILE TO TRUE
                       NOT AT END
                           PERFORM GUARDA-SLA
                   END-READ
               END-PERFORM
               CLOSE SLA-FILE
           END-IF.

       GUARDA-SLA.
           IF SLA-PROGRAMA = SPACES
               CONTINUE
           ELSE
           IF SLA-HORA-LIMITE IS NOT NUMERIC
                   OR SLA-MINUTOS-MAX IS NOT NUMERIC
                   OR WRK-SLA-CNT >= WRK-SLA-MAX
               DISPLAY 'SLA INVALIDO OU TABELA CHEIA, LINHA '
                       'IGNORADA: ' SLA-RECORD
               MOVE 'SLA-RECORD' TO WRK-ERRLOG-CAMPO
               MOVE SLA-RECORD TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               ADD 1 TO WRK-SLA-CNT
               MOVE SLA-PROGRAMA TO WRK-SLA-PROGRAMA(WRK-SLA-CNT)
               MOVE SLA-HORA-LIMITE TO
                   WRK-SLA-HORA-LIMITE(WRK-SLA-CNT)
               MOVE SLA-MINUTOS-MAX TO
                   WRK-SLA-MINUTOS-MAX(WRK-SLA-CNT)
               IF SLA-PROGRAMA = 'TODOS   '
                   MOVE WRK-SLA-CNT TO WRK-SLA-TODOS
               END-IF
           END-IF
           END-IF.

      ***** KEEPS ONLY THE LINES WHOSE BUSINESS DATE FALLS IN THE
      ***** FIVE-WEEK WINDOW, LEAVING OUT THIS RUN'S OWN START LINE.
      ***** AN END LINE WITH NO START ON FILE (THE START WAS LOST OR
      ***** PREDATES THE WINDOW) STILL CARRIES EVERYTHING THE REPORT
      ***** NEEDS AND OPENS ITS OWN ENTRY.
       CARREGA-RUNLOG.
           MOVE 'N' TO WRK-EOF-RUN
           OPEN INPUT RUNLOG-FILE
           IF WRK-RUN-FS = '00'
               PERFORM UNTIL FIM-RUN-FILE
                   READ RUNLOG-FILE
                       AT END
                           SET FIM-RUN-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           IF RUN-DATA-NEGOCIO IS NUMERIC
                                   AND NOT (RUN-PROGRAMA =
                                       WRK-RUN-PROGRAMA
                                   AND RUN-INICIO-DATA =
                                       WRK-RUN-INICIO-DATA
                                   AND RUN-INICIO-HORA =
                                       WRK-RUN-INICIO-HORA)
                               COMPUTE WRK-INT-DATA =
                                   FUNCTION INTEGER-OF-DATE(
                                       RUN-DATA-NEGOCIO)
                               IF WRK-INT-DATA >= WRK-INT-LIMITE
                                       AND WRK-INT-DATA <= WRK-INT-ALVO
                                   PERFORM GUARDA-EXECUCAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           ELSE
               DISPLAY 'RUNLOG AUSENTE OU INACESSIVEL - FILE STATUS '
                       WRK-RUN-FS
           END-IF
           IF EXE-TABELA-CHEIA
               DISPLAY 'RUNLOG MAIOR QUE A AREA DE TRABALHO, '
                       'RELATORIO PARCIAL'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-EXE-MAX' TO WRK-ERRLOG-CAMPO
               MOVE 'RUNLOG' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       GUARDA-EXECUCAO.
           MOVE ZEROS TO WRK-EXE-MATCH
           IF RUN-FIM
               PERFORM VARYING WRK-EXE-IDX FROM 1 BY 1
                       UNTIL WRK-EXE-IDX > WRK-EXE-CNT
                          OR WRK-EXE-MATCH > 0
                   IF WRK-EXE-PROGRAMA(WRK-EXE-IDX) = RUN-PROGRAMA
                           AND WRK-EXE-INI-DATA(WRK-EXE-IDX) =
                               RUN-INICIO-DATA
                           AND WRK-EXE-INI-HORA(WRK-EXE-IDX) =
                               RUN-INICIO-HORA
                           AND EXE-SEM-FIM(WRK-EXE-IDX)
                       MOVE WRK-EXE-IDX TO WRK-EXE-MATCH
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-EXE-MATCH = 0
               IF WRK-EXE-CNT < WRK-EXE-MAX
                   ADD 1 TO WRK-EXE-CNT
                   MOVE WRK-EXE-CNT TO WRK-EXE-MATCH
               ELSE
                   SET EXE-TABELA-CHEIA TO TRUE
               END-IF
           END-IF
           IF WRK-EXE-MATCH > 0
               MOVE RUN-PROGRAMA TO WRK-EXE-PROGRAMA(WRK-EXE-MATCH)
               MOVE RUN-DATA-NEGOCIO TO WRK-EXE-DATA(WRK-EXE-MATCH)
               MOVE RUN-BATCH-ID TO WRK-EXE-BATCH-ID(WRK-EXE-MATCH)
               MOVE RUN-INICIO-DATA TO WRK-EXE-INI-DATA(WRK-EXE-MATCH)
               MOVE RUN-INICIO-HORA TO WRK-EXE-INI-HORA(WRK-EXE-MATCH)
               MOVE RUN-FIM-DATA TO WRK-EXE-FIM-DATA(WRK-EXE-MATCH)
               MOVE RUN-FIM-HORA TO WRK-EXE-FIM-HORA(WRK-EXE-MATCH)
               MOVE RUN-LIDOS TO WRK-EXE-LIDOS(WRK-EXE-MATCH)
               MOVE RUN-GRAVADOS TO WRK-EXE-GRAVADOS(WRK-EXE-MATCH)
               MOVE RUN-COD-CONCLUSAO TO WRK-EXE-COD(WRK-EXE-MATCH)
               MOVE RUN-TIPO TO WRK-EXE-SITUACAO(WRK-EXE-MATCH)
               MOVE ZEROS TO WRK-EXE-SEGUNDOS(WRK-EXE-MATCH)
               MOVE SPACE TO WRK-EXE-SLA(WRK-EXE-MATCH)
           END-IF.

      ***** ELAPSED TIME, WEEK BUCKET AND SLA VERDICT PER EXECUTION.
      ***** ONLY COMPLETED EXECUTIONS FEED THE TREND.
       APURA-EXECUCOES.
           PERFORM VARYING WRK-EXE-IDX FROM 1 BY 1
                   UNTIL WRK-EXE-IDX > WRK-EXE-CNT
               COMPUTE WRK-INT-DATA = FUNCTION INTEGER-OF-DATE(
                   WRK-EXE-DATA(WRK-EXE-IDX))
               COMPUTE WRK-DIAS-ATRAS = WRK-INT-ALVO - WRK-INT-DATA
               DIVIDE WRK-DIAS-ATRAS BY 7 GIVING WRK-SEMANA
               ADD 1 TO WRK-SEMANA
               MOVE WRK-SEMANA TO WRK-EXE-SEMANA(WRK-EXE-IDX)
               IF EXE-CONCLUIDA(WRK-EXE-IDX)
                   PERFORM CALCULA-DURACAO
                   PERFORM ACUMULA-PASSO
               END-IF
               IF WRK-SEMANA = 1
                   ADD 1 TO WRK-CNT-EXECUCOES
                   IF EXE-CONCLUIDA(WRK-EXE-IDX)
                       PERFORM VERIFICA-SLA
                   ELSE
                       ADD 1 TO WRK-CNT-SEM-FIM
                       SET ERRLOG-SEV-NEGOCIO TO TRUE
                       MOVE 'PASSO-SEM-FIM' TO WRK-ERRLOG-CAMPO
                       MOVE SPACES TO WRK-ERRLOG-VALOR
                       STRING WRK-EXE-PROGRAMA(WRK-EXE-IDX) ' '
                               WRK-EXE-DATA(WRK-EXE-IDX)
                               DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                       END-STRING
                       PERFORM GRAVA-ERRLOG
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-DURACAO.
           MOVE WRK-EXE-INI-HORA(WRK-EXE-IDX) TO WRK-HORA-CALC
           COMPUTE WRK-SEG-INICIO = WRK-HORA-HH * 3600
                   + WRK-HORA-MM * 60 + WRK-HORA-SS
           MOVE WRK-EXE-FIM-HORA(WRK-EXE-IDX) TO WRK-HORA-CALC
           COMPUTE WRK-SEG-FIM = WRK-HORA-HH * 3600
                   + WRK-HORA-MM * 60 + WRK-HORA-SS
           COMPUTE WRK-INT-DATA = FUNCTION INTEGER-OF-DATE(
               WRK-EXE-INI-DATA(WRK-EXE-IDX))
           COMPUTE WRK-INT-FIM = FUNCTION INTEGER-OF-DATE(
               WRK-EXE-FIM-DATA(WRK-EXE-IDX))
           IF WRK-INT-FIM < WRK-INT-DATA
                   OR (WRK-INT-FIM = WRK-INT-DATA
                       AND WRK-SEG-FIM < WRK-SEG-INICIO)
               MOVE ZEROS TO WRK-SEGUNDOS
           ELSE
               COMPUTE WRK-SEGUNDOS =
                   (WRK-INT-FIM - WRK-INT-DATA) * 86400
                   + WRK-SEG-FIM - WRK-SEG-INICIO
           END-IF
           MOVE WRK-SEGUNDOS TO WRK-EXE-SEGUNDOS(WRK-EXE-IDX).

       ACUMULA-PASSO.
           MOVE ZEROS TO WRK-PAS-MATCH
           PERFORM VARYING WRK-PAS-IDX FROM 1 BY 1
                   UNTIL WRK-PAS-IDX > WRK-PAS-CNT
                      OR WRK-PAS-MATCH > 0
               IF WRK-PAS-PROGRAMA(WRK-PAS-IDX) =
                       WRK-EXE-PROGRAMA(WRK-EXE-IDX)
                   MOVE WRK-PAS-IDX TO WRK-PAS-MATCH
               END-IF
           END-PERFORM
           IF WRK-PAS-MATCH = 0 AND WRK-PAS-CNT < WRK-PAS-MAX
               ADD 1 TO WRK-PAS-CNT
               MOVE WRK-PAS-CNT TO WRK-PAS-MATCH
               INITIALIZE WRK-PAS-ENTRY(WRK-PAS-MATCH)
               MOVE WRK-EXE-PROGRAMA(WRK-EXE-IDX) TO
                   WRK-PAS-PROGRAMA(WRK-PAS-MATCH)
           END-IF
           IF WRK-PAS-MATCH > 0
               ADD 1 TO WRK-PAS-QTDE(WRK-PAS-MATCH WRK-SEMANA)
               ADD WRK-SEGUNDOS TO
                   WRK-PAS-TOTAL(WRK-PAS-MATCH WRK-SEMANA)
               IF WRK-SEGUNDOS >
                       WRK-PAS-MAIOR(WRK-PAS-MATCH WRK-SEMANA)
                   MOVE WRK-SEGUNDOS TO
                       WRK-PAS-MAIOR(WRK-PAS-MATCH WRK-SEMANA)
               END-IF
           END-IF.

      ***** THE STEP'S OWN RUNSLA LINE, ELSE THE 'TODOS   ' LINE,
      ***** ELSE NO CUTOFF. 'H' = ENDED PAST THE CLOCK CUTOFF, 'D' =
      ***** RAN LONGER THAN ALLOWED, 'A' = BOTH.
       VERIFICA-SLA.
           MOVE WRK-SLA-TODOS TO WRK-SLA-MATCH
           PERFORM VARYING WRK-SLA-IDX FROM 1 BY 1
                   UNTIL WRK-SLA-IDX > WRK-SLA-CNT
               IF WRK-SLA-PROGRAMA(WRK-SLA-IDX) =
                       WRK-EXE-PROGRAMA(WRK-EXE-IDX)
                   MOVE WRK-SLA-IDX TO WRK-SLA-MATCH
               END-IF
           END-PERFORM
           IF WRK-SLA-MATCH > 0
               IF WRK-SLA-HORA-LIMITE(WRK-SLA-MATCH) > 0
                   MOVE WRK-EXE-INI-HORA(WRK-EXE-IDX) TO WRK-HORA-CALC
                   MOVE WRK-INT-DATA TO WRK-INT-PRAZO
                   IF WRK-HORA-LIMITE-CMP >=
                           WRK-SLA-HORA-LIMITE(WRK-SLA-MATCH)
                       ADD 1 TO WRK-INT-PRAZO
                   END-IF
                   MOVE WRK-EXE-FIM-HORA(WRK-EXE-IDX) TO WRK-HORA-CALC
                   IF WRK-INT-FIM > WRK-INT-PRAZO
                           OR (WRK-INT-FIM = WRK-INT-PRAZO
                               AND WRK-HORA-LIMITE-CMP >
                                   WRK-SLA-HORA-LIMITE(WRK-SLA-MATCH))
                       MOVE 'H' TO WRK-EXE-SLA(WRK-EXE-IDX)
                   END-IF
               END-IF
               IF WRK-SLA-MINUTOS-MAX(WRK-SLA-MATCH) > 0
                   IF WRK-SEGUNDOS >
                           WRK-SLA-MINUTOS-MAX(WRK-SLA-MATCH) * 60
                       IF WRK-EXE-SLA(WRK-EXE-IDX) = 'H'
                           MOVE 'A' TO WRK-EXE-SLA(WRK-EXE-IDX)
                       ELSE
                           MOVE 'D' TO WRK-EXE-SLA(WRK-EXE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT EXE-DENTRO-SLA(WRK-EXE-IDX)
               ADD 1 TO WRK-CNT-ESTOURO
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'SLA-ESTOURADO' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING WRK-EXE-PROGRAMA(WRK-EXE-IDX) ' '
                       WRK-EXE-DATA(WRK-EXE-IDX) ' '
                       WRK-EXE-SLA(WRK-EXE-IDX)
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
           END-IF.

       GERA-RELATORIO.
           STRING 'RUNREP.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-REPORT-DSNAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE 'RELATORIO SEMANAL DA JANELA BATCH - RUNREP'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATAS DE NEGOCIO DE ' WRK-DATA-INICIO ' A '
                   WRK-DATA-ALVO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'EXECUCOES DA SEMANA' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PASSO    DATA     BB INICIO          '
                   'FIM             DURACAO  LIDOS     GRAVADOS  '
                   'RC   OBSERVACAO'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WRK-EXE-IDX FROM 1 BY 1
                   UNTIL WRK-EXE-IDX > WRK-EXE-CNT
               IF WRK-EXE-SEMANA(WRK-EXE-IDX) = 1
                   PERFORM ESCREVE-EXECUCAO
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING 'EXECUCOES: ' WRK-CNT-EXECUCOES
                   '  FORA DO SLA: ' WRK-CNT-ESTOURO
                   '  SEM REGISTRO DE FIM: ' WRK-CNT-SEM-FIM
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'TEMPO MEDIO POR PASSO (HH:MM:SS) - SEMANA DO '
                   'RELATORIO E AS QUATRO ANTERIORES'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'VAR% = MEDIA DA SEMANA ATUAL CONTRA A MEDIA DAS '
                   'QUATRO ANTERIORES'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PASSO    ATUAL    SEM-1    SEM-2    SEM-3    '
                   'SEM-4    MAIOR    VAR%'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WRK-PAS-IDX FROM 1 BY 1
                   UNTIL WRK-PAS-IDX > WRK-PAS-CNT
               PERFORM ESCREVE-TENDENCIA
           END-PERFORM
           IF WRK-PAS-CNT = 0
               MOVE 'NENHUM PASSO CONCLUIDO NO PERIODO' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF EXE-TABELA-CHEIA
               MOVE SPACES TO REPORT-LINE
               STRING 'RUNLOG MAIOR QUE A AREA DE TRABALHO, '
                       'RELATORIO PARCIAL'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       ESCREVE-EXECUCAO.
           MOVE SPACES TO WRK-OBSERVACAO
           IF EXE-SEM-FIM(WRK-EXE-IDX)
               MOVE 'SEM REGISTRO DE FIM' TO WRK-OBSERVACAO
               MOVE ZEROS TO WRK-SEGUNDOS
           ELSE
               MOVE WRK-EXE-SEGUNDOS(WRK-EXE-IDX) TO WRK-SEGUNDOS
               EVALUATE WRK-EXE-SLA(WRK-EXE-IDX)
                   WHEN 'H'
                       MOVE 'SLA: HORARIO LIMITE' TO WRK-OBSERVACAO
                   WHEN 'D'
                       MOVE 'SLA: DURACAO MAXIMA' TO WRK-OBSERVACAO
                   WHEN 'A'
                       MOVE 'SLA: HORARIO+DURACAO' TO WRK-OBSERVACAO
               END-EVALUATE
           END-IF
           PERFORM FORMATA-DURACAO
           MOVE SPACES TO REPORT-LINE
           STRING WRK-EXE-PROGRAMA(WRK-EXE-IDX) ' '
                   WRK-EXE-DATA(WRK-EXE-IDX) ' '
                   WRK-EXE-BATCH-ID(WRK-EXE-IDX) ' '
                   WRK-EXE-INI-DATA(WRK-EXE-IDX) ' '
                   WRK-EXE-INI-HORA(WRK-EXE-IDX)(1:6) ' '
                   WRK-EXE-FIM-DATA(WRK-EXE-IDX) ' '
                   WRK-EXE-FIM-HORA(WRK-EXE-IDX)(1:6) ' '
                   WRK-DURACAO-ED ' '
                   WRK-EXE-LIDOS(WRK-EXE-IDX) ' '
                   WRK-EXE-GRAVADOS(WRK-EXE-IDX) ' '
                   WRK-EXE-COD(WRK-EXE-IDX) ' '
                   WRK-OBSERVACAO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WRK-RUN-GRAVADOS.

      ***** ONE LINE PER STEP: THE AVERAGE OF EACH WEEK ('--------'
      ***** FOR A WEEK IT DID NOT COMPLETE IN), THE LONGEST RUN OF
      ***** THE REPORT WEEK AND THE CHANGE AGAINST THE EARLIER WEEKS.
       ESCREVE-TENDENCIA.
           MOVE SPACES TO WRK-COLUNAS
           MOVE 1 TO WRK-COL-PTR
           MOVE ZEROS TO WRK-QTDE-ANT WRK-TOTAL-ANT
           PERFORM VARYING WRK-SEMANA FROM 1 BY 1
                   UNTIL WRK-SEMANA > WRK-SEMANA-QTDE
               IF WRK-PAS-QTDE(WRK-PAS-IDX WRK-SEMANA) = 0
                   STRING '-------- ' DELIMITED BY SIZE
                           INTO WRK-COLUNAS WITH POINTER WRK-COL-PTR
                   END-STRING
               ELSE
                   DIVIDE WRK-PAS-TOTAL(WRK-PAS-IDX WRK-SEMANA)
                       BY WRK-PAS-QTDE(WRK-PAS-IDX WRK-SEMANA)
                       GIVING WRK-SEGUNDOS
                   PERFORM FORMATA-DURACAO
                   STRING WRK-DURACAO-ED ' ' DELIMITED BY SIZE
                           INTO WRK-COLUNAS WITH POINTER WRK-COL-PTR
                   END-STRING
               END-IF
               IF WRK-SEMANA > 1
                   ADD WRK-PAS-QTDE(WRK-PAS-IDX WRK-SEMANA)
                       TO WRK-QTDE-ANT
                   ADD WRK-PAS-TOTAL(WRK-PAS-IDX WRK-SEMANA)
                       TO WRK-TOTAL-ANT
               END-IF
           END-PERFORM

           MOVE WRK-PAS-MAIOR(WRK-PAS-IDX 1) TO WRK-SEGUNDOS
           PERFORM FORMATA-DURACAO
           MOVE SPACES TO REPORT-LINE
           IF WRK-PAS-QTDE(WRK-PAS-IDX 1) = 0 OR WRK-QTDE-ANT = 0
               STRING WRK-PAS-PROGRAMA(WRK-PAS-IDX) ' '
                       WRK-COLUNAS(1:45) WRK-DURACAO-ED '  N/D'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               DIVIDE WRK-PAS-TOTAL(WRK-PAS-IDX 1)
                   BY WRK-PAS-QTDE(WRK-PAS-IDX 1) GIVING WRK-MEDIA
               DIVIDE WRK-TOTAL-ANT BY WRK-QTDE-ANT
                   GIVING WRK-MEDIA-ANT
               IF WRK-MEDIA-ANT = 0
                   MOVE ZEROS TO WRK-VARIACAO
               ELSE
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-MEDIA - WRK-MEDIA-ANT) * 100
                       / WRK-MEDIA-ANT
                       ON SIZE ERROR
                           MOVE 9999 TO WRK-VARIACAO
                   END-COMPUTE
               END-IF
               MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
               STRING WRK-PAS-PROGRAMA(WRK-PAS-IDX) ' '
                       WRK-COLUNAS(1:45) WRK-DURACAO-ED ' '
                       WRK-VARIACAO-ED '%'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       FORMATA-DURACAO.
           DIVIDE WRK-SEGUNDOS BY 3600 GIVING WRK-DUR-HH
               REMAINDER WRK-RESTO
           DIVIDE WRK-RESTO BY 60 GIVING WRK-DUR-MM
               REMAINDER WRK-DUR-SS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTLREP.
********************************
******* NIGHTLY OUTLIER REPORT ON THE DAY'S EX2 POSTINGS. A KEYING
******* SLIP LIKE AN EXTRA ZERO ON AN INTERACTIVE SOMA PASSES EVERY
******* EDIT EX2 HAS - THE AMOUNT IS VALID, JUST WRONG - SO THIS
******* STEP JUDGES EACH POSTING AGAINST HISTORY INSTEAD. IT BUILDS
******* ROLLING STATISTICS (MEAN AND STANDARD DEVIATION OF NUM1,
******* NUM2 AND RESULT) FROM THE DATED LEDGERS OF THE 30 BUSINESS
******* DAYS BEFORE THE REPORT DATE - BUSINESS DAYS OF THE SHARED
******* BUSCAL CALENDAR, SO A BUSINESS DAY WITH NO POSTINGS STILL
******* COUNTS AND A STRAY WEEKEND LEDGER DOES NOT - PER OPCODE,
******* AND PER OPERATOR WITHIN EACH OPCODE (THE OPERATOR'S OWN
******* HISTORY OF THAT KIND OF POSTING). EVERY POSTING OF THE
******* REPORT DATE WITH A VALUE OUTSIDE THE BAND (MEAN +/- N
******* DEVIATIONS) OF EITHER HISTORY IS LISTED IN OUTLREP.yyyymmdd
******* WITH ITS LEDGER-HORA-ED, OPERATOR, THE VALUES AND ANY
******* LEDGERMEMO TEXT, FOR SUPERVISORS TO REVIEW BEFORE DAYCLOSE
******* CLOSES THE DATE. THE COUNTS GO TO OUTLSUM.yyyymmdd, WHICH DAYDIG
******* COPIES INTO THE DAILY DIGEST.
******* THE BAND COMES FROM THE OPTIONAL OUTLBAND DATASET, ONE LINE
******* PER OPCODE ('TODOS   ' FOR THE REST): THE NUMBER OF
******* DEVIATIONS IN TENTHS AND THE SMALLEST HISTORY (IN POSTINGS)
******* WORTH JUDGING AGAINST, E.G. 'TODOS    030 010' = 3.0
******* DEVIATIONS, AT LEAST 10 POSTINGS. WITHOUT THE DATASET
******* THOSE ARE THE DEFAULTS. A POSTING WITH TOO LITTLE HISTORY
******* IS COUNTED BUT NOT JUDGED. ANY OUTLIER ENDS THE RUN WITH
******* COMPLETION CODE 4.
******* THE REPORT DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER LINE
******* ('AAAAMMDD'); BLANK/MISSING MEANS TODAY. START AND END OF
******* THE STEP (LEDGER LINES IN, OUTLIERS OUT) GO TO THE SHARED
******* RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WRK-LEDGER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEDGER-FS.

           SELECT MEMO-FILE ASSIGN TO DYNAMIC WRK-MEMO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MEMO-FS.

           SELECT BANDA-FILE ASSIGN TO "OUTLBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANDA-FS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESUMO-FILE ASSIGN TO DYNAMIC WRK-RESUMO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY BUSCALSL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** READ RAW AND PARSED FIELD BY FIELD, AS LEDGVER DOES - A
      ***** MANGLED LINE IS LEDGVER'S BUSINESS AND IS SKIPPED HERE.
       FD  LEDGER-FILE.
       01  LEDGER-LINE             PIC X(60).

       FD  MEMO-FILE.
       01  MEMO-RECORD.
           05 MEMO-HORA-ED         PIC 9(08).
           05 FILLER               PIC X(01).
           05 MEMO-TEXTO           PIC X(40).
           05 FILLER               PIC X(01).
           05 MEMO-OPERADOR        PIC X(08).

      ***** ONE BAND PER LINE: OPCODE (OR 'TODOS   '), DEVIATIONS IN
      ***** TENTHS AND MINIMUM HISTORY, E.G. '1        025 020'.
       FD  BANDA-FILE.
       01  BANDA-RECORD.
           05 BANDA-OPCODE         PIC X(08).
           05 FILLER               PIC X(01).
           05 BANDA-DESVIOS        PIC X(03).
           05 FILLER               PIC X(01).
           05 BANDA-MINIMO         PIC X(03).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  RESUMO-FILE.
       01  RESUMO-LINE             PIC X(80).

       COPY BUSCALFD.

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HIST-DE PIC 9(08) VALUE ZEROS.
       77 WRK-PARM-DATA PIC X(08) VALUE SPACES.

      ***** HISTORY WINDOW: WRK-DIAS-UTEIS-MAX BUSINESS DAYS OF THE
      ***** BUSCAL CALENDAR, LOOKING NO FURTHER BACK THAN
      ***** WRK-DIAS-CORRIDOS-MAX CALENDAR DAYS.
       77 WRK-DIAS-UTEIS-MAX PIC 9(03) VALUE 30.
       77 WRK-DIAS-CORRIDOS-MAX PIC 9(03) VALUE 90.
       77 WRK-DIAS-UTEIS PIC 9(03) VALUE ZEROS.
       77 WRK-INT-ALVO PIC 9(07) VALUE ZEROS.
       77 WRK-INT-DIA PIC 9(07) VALUE ZEROS.
       77 WRK-INT-LIMITE PIC 9(07) VALUE ZEROS.

       77 WRK-LEDGER-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-LEDGER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.
       77 WRK-ACHOU-LEDGER PIC X(01) VALUE 'N'.
           88 DIA-COM-LEDGER VALUE 'Y'.

       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
       77 WRK-BATCH-PROBE PIC 9(02) VALUE ZEROS.

      ***** H = LOADING HISTORY, E = EXAMINING THE REPORT DATE.
       77 WRK-FASE PIC X(01) VALUE 'H'.
           88 FASE-HISTORICO VALUE 'H'.
           88 FASE-EXAME VALUE 'E'.

       77 WRK-MEMO-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-MEMO-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-MEMO PIC X(01) VALUE 'N'.
           88 FIM-MEMO-FILE VALUE 'Y'.
       77 WRK-MEMO-GUARDADO PIC X(40) VALUE SPACES.

       77 WRK-REPORT-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-RESUMO-DSNAME PIC X(20) VALUE SPACES.

      ***** PARSED FIELDS OF THE CURRENT LEDGER LINE. THE THREE
      ***** VALUES ARE ALSO KEPT AS A TABLE SO EACH MEASURE IS
      ***** HANDLED BY THE SAME CODE.
       77 WRK-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-OPCODE PIC X(01) VALUE SPACE.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-PARSE-OK PIC X(01) VALUE 'Y'.
           88 PARSE-OK VALUE 'Y'.
           88 PARSE-FALHOU VALUE 'N'.
       01  WRK-VALORES.
           05 WRK-VALOR OCCURS 3 TIMES PIC S9(4)V99.
       77 WRK-MED PIC 9(01) VALUE ZEROS.
       01  WRK-MED-NOMES.
           05 FILLER PIC X(06) VALUE 'NUM1  '.
           05 FILLER PIC X(06) VALUE 'NUM2  '.
           05 FILLER PIC X(06) VALUE 'RESULT'.
       01  WRK-MED-TAB REDEFINES WRK-MED-NOMES.
           05 WRK-MED-NOME OCCURS 3 TIMES PIC X(06).

      ***** BANDS FROM OUTLBAND. WRK-BANDA-TODOS POINTS AT THE
      ***** 'TODOS   ' LINE, IF ANY.
       77 WRK-BANDA-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-BANDA PIC X(01) VALUE 'N'.
           88 FIM-BANDA-FILE VALUE 'Y'.
       77 WRK-BANDA-MAX PIC 9(02) VALUE 20.
       77 WRK-BANDA-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-BANDA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-BANDA-TODOS PIC 9(02) VALUE ZEROS.
       01  WRK-BANDA-TAB.
           05 WRK-BANDA-ENTRY OCCURS 20 TIMES.
               10 WRK-BANDA-OPCODE     PIC X(01).
               10 WRK-BANDA-DESVIOS    PIC 9(02)V9.
               10 WRK-BANDA-MINIMO     PIC 9(03).
       77 WRK-DESVIOS-PADRAO PIC 9(02)V9 VALUE 3.0.
       77 WRK-MINIMO-PADRAO PIC 9(03) VALUE 10.
       77 WRK-DESVIOS PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MINIMO PIC 9(03) VALUE ZEROS.

      ***** HISTORY STATISTICS. NIVEL C = THE OPCODE AS A WHOLE, O =
      ***** ONE OPERATOR'S POSTINGS OF THAT OPCODE. SUMS AND SUMS OF
      ***** SQUARES ARE ACCUMULATED; MEAN AND DEVIATION ARE WORKED
      ***** OUT ONCE THE HISTORY IS LOADED.
       77 WRK-EST-MAX PIC 9(03) VALUE 300.
       77 WRK-EST-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-EST-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EST-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-EST-CHEIA PIC X(01) VALUE 'N'.
           88 EST-TABELA-CHEIA VALUE 'Y'.
       77 WRK-EST-NIVEL-ALVO PIC X(01) VALUE SPACE.
       77 WRK-EST-OPERADOR-ALVO PIC X(08) VALUE SPACES.
       01  WRK-EST-TAB.
           05 WRK-EST-ENTRY OCCURS 300 TIMES.
               10 WRK-EST-NIVEL        PIC X(01).
               10 WRK-EST-OPCODE       PIC X(01).
               10 WRK-EST-OPERADOR     PIC X(08).
               10 WRK-EST-QTDE         PIC 9(07).
               10 WRK-EST-MEDIDA OCCURS 3 TIMES.
                   15 WRK-EST-SOMA     PIC S9(11)V99.
                   15 WRK-EST-QUAD     PIC S9(15)V9(4).
                   15 WRK-EST-MEDIA    PIC S9(07)V99.
                   15 WRK-EST-DESVIO   PIC S9(07)V99.

       77 WRK-VARIANCIA PIC S9(15)V9(4) VALUE ZEROS.
       77 WRK-DISTANCIA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE PIC S9(09)V99 VALUE ZEROS.

      ***** VERDICT ON THE LINE UNDER EXAMINATION.
       77 WRK-FORA-PADRAO PIC X(01) VALUE 'N'.
           88 LINHA-FORA-PADRAO VALUE 'Y'.
       77 WRK-AVALIADA PIC X(01) VALUE 'N'.
           88 LINHA-AVALIADA VALUE 'Y'.
       77 WRK-BASE PIC X(08) VALUE SPACES.

       77 WRK-CNT-EXAMINADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-FORA PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-SEM-HIST PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-HIST PIC 9(07) VALUE ZEROS.

      ***** OUTLIER COUNTS FOR THE DIGEST, BY OPCODE AND BY OPERATOR.
       77 WRK-QOP-MAX PIC 9(02) VALUE 20.
       77 WRK-QOP-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-QOP-IDX PIC 9(02) VALUE ZEROS.
       01  WRK-QOP-TAB.
           05 WRK-QOP-ENTRY OCCURS 20 TIMES.
               10 WRK-QOP-OPCODE       PIC X(01).
               10 WRK-QOP-QTDE         PIC 9(05).
       77 WRK-QOR-MAX PIC 9(02) VALUE 50.
       77 WRK-QOR-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-QOR-IDX PIC 9(02) VALUE ZEROS.
       01  WRK-QOR-TAB.
           05 WRK-QOR-ENTRY OCCURS 50 TIMES.
               10 WRK-QOR-OPERADOR     PIC X(08).
               10 WRK-QOR-QTDE         PIC 9(05).

       77 WRK-VALOR-ED PIC -ZZZ9.99 VALUE ZEROS.
       77 WRK-MEDIA-ED PIC -ZZZZZZ9.99 VALUE ZEROS.
       77 WRK-DESVIO-ED PIC -ZZZZZZ9.99 VALUE ZEROS.
       77 WRK-NUM1-ED PIC -ZZZ9.99 VALUE ZEROS.
       77 WRK-NUM2-ED PIC -ZZZ9.99 VALUE ZEROS.
       77 WRK-RESULT-ED PIC -ZZZ9.99 VALUE ZEROS.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY BUSCAL.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='OUTLREP '==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='OUTLREP '==.

       PROCEDURE DIVISION.
       PERFORM LE-PARAMETRO-DATA
       MOVE WRK-DATA-ALVO TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

       PERFORM CARREGA-BANDAS
       PERFORM CARREGA-CALENDARIO
       PERFORM CARREGA-HISTORICO
       PERFORM CALCULA-ESTATISTICAS

       STRING 'OUTLREP.' WRK-DATA-ALVO DELIMITED BY SIZE
               INTO WRK-REPORT-DSNAME
       END-STRING
       OPEN OUTPUT REPORT-FILE
       MOVE 'LANCAMENTOS FORA DO PADRAO HISTORICO - OUTLREP'
           TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING 'DATA ' WRK-DATA-ALVO '  HISTORICO: ' WRK-DIAS-UTEIS
               ' DIAS UTEIS DESDE ' WRK-DATA-HIST-DE
               '  (' WRK-CNT-HIST ' LANCAMENTOS)'
               DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING 'HORA     OP OPERADOR     NUM1     NUM2   RESULT '
               'ARQUIVO'
               DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE

       SET FASE-EXAME TO TRUE
       MOVE WRK-DATA-ALVO TO WRK-DATA-DIA
       PERFORM LE-LEDGERS-DIA
       IF NOT DIA-COM-LEDGER
           MOVE 'NENHUM LEDGER NA DATA' TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING 'EXAMINADOS: ' WRK-CNT-EXAMINADOS
               '  FORA DO PADRAO: ' WRK-CNT-FORA
               '  SEM HISTORICO SUFICIENTE: ' WRK-CNT-SEM-HIST
               DELIMITED BY SIZE INTO REPORT-LINE
       END-STRING
       WRITE REPORT-LINE
       DISPLAY REPORT-LINE
       IF EST-TABELA-CHEIA
           MOVE 'HISTORICO MAIOR QUE A AREA DE TRABALHO, NEM TODO '
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LANCAMENTO PODE SER AVALIADO' TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF
       CLOSE REPORT-FILE

       PERFORM GRAVA-RESUMO

      ***** OUTLIERS ARE FOR A SUPERVISOR TO LOOK AT, NOT A REASON TO
      ***** HOLD THE STREAM - HENCE 4, NOT 8.
       IF WRK-CNT-FORA > 0
           DISPLAY 'LANCAMENTOS FORA DO PADRAO, VEJA '
                   WRK-REPORT-DSNAME
           MOVE 4 TO RETURN-CODE
       END-IF

       MOVE WRK-CNT-FORA TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY RUNLOGP.

       COPY BUSCALP.

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
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO).

       CARREGA-BANDAS.
           MOVE 'N' TO WRK-EOF-BANDA
           OPEN INPUT BANDA-FILE
           IF WRK-BANDA-FS = '00'
               PERFORM UNTIL FIM-BANDA-FILE
                   READ BANDA-FILE
                       AT END
                           SET FIM-BANDA-FILE TO TRUE
                       NOT AT END
                           PERFORM GUARDA-BANDA
                   END-READ
               END-PERFORM
               CLOSE BANDA-FILE
           END-IF.

       GUARDA-BANDA.
           IF BANDA-OPCODE = SPACES
               CONTINUE
           ELSE
           IF BANDA-DESVIOS IS NOT NUMERIC
                   OR BANDA-MINIMO IS NOT NUMERIC
                   OR WRK-BANDA-CNT >= WRK-BANDA-MAX
               DISPLAY 'BANDA INVALIDA OU TABELA CHEIA, LINHA '
                       'IGNORADA: ' BANDA-RECORD
               MOVE 'BANDA-RECORD' TO WRK-ERRLOG-CAMPO
               MOVE BANDA-RECORD TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               ADD 1 TO WRK-BANDA-CNT
               MOVE BANDA-OPCODE TO WRK-BANDA-OPCODE(WRK-BANDA-CNT)
               COMPUTE WRK-BANDA-DESVIOS(WRK-BANDA-CNT) =
                   FUNCTION NUMVAL(BANDA-DESVIOS) / 10
               MOVE BANDA-MINIMO TO WRK-BANDA-MINIMO(WRK-BANDA-CNT)
               IF BANDA-OPCODE = 'TODOS   '
                   MOVE WRK-BANDA-CNT TO WRK-BANDA-TODOS
               END-IF
           END-IF
           END-IF.

      ***** WALKS BACK FROM THE DAY BEFORE THE REPORT DATE UNTIL THE
      ***** LEDGERS OF WRK-DIAS-UTEIS-MAX BUSINESS DAYS HAVE BEEN READ
      ***** (OR THE CALENDAR LIMIT IS REACHED). WEEKENDS AND HOLIDAYS
      ***** OF THE BUSCAL CALENDAR ARE SKIPPED, LEDGER OR NOT; A
      ***** BUSINESS DAY WITHOUT A LEDGER STILL COUNTS.
       CARREGA-HISTORICO.
           SET FASE-HISTORICO TO TRUE
           MOVE WRK-DATA-ALVO TO WRK-DATA-HIST-DE
           COMPUTE WRK-INT-LIMITE =
               WRK-INT-ALVO - WRK-DIAS-CORRIDOS-MAX
           COMPUTE WRK-INT-DIA = WRK-INT-ALVO - 1
           PERFORM UNTIL WRK-DIAS-UTEIS >= WRK-DIAS-UTEIS-MAX
                      OR WRK-INT-DIA < WRK-INT-LIMITE
               COMPUTE WRK-DATA-DIA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
               MOVE WRK-DATA-DIA TO WRK-CAL-DATA
               PERFORM VERIFICA-DIA-UTIL
               IF CAL-DIA-UTIL
                   PERFORM LE-LEDGERS-DIA
                   ADD 1 TO WRK-DIAS-UTEIS
                   MOVE WRK-DATA-DIA TO WRK-DATA-HIST-DE
               END-IF
               SUBTRACT 1 FROM WRK-INT-DIA
           END-PERFORM
           IF EST-TABELA-CHEIA
               DISPLAY 'HISTORICO MAIOR QUE A AREA DE TRABALHO, '
                       'ESTATISTICAS PARCIAIS'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-EST-MAX' TO WRK-ERRLOG-CAMPO
               MOVE WRK-EST-MAX TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** EVERY LEDGER OF WRK-DATA-DIA: THE UNSUFFIXED ONE AND EACH
      ***** BATCH WINDOW'S LEDGER.yyyymmddBB, PROBED THE SAME WAY
      ***** LEDGVER PROBES THEM.
       LE-LEDGERS-DIA.
           MOVE 'N' TO WRK-ACHOU-LEDGER
           MOVE SPACES TO WRK-LEDGER-DSNAME
           STRING 'LEDGER.' WRK-DATA-DIA DELIMITED BY SIZE
                   INTO WRK-LEDGER-DSNAME
           END-STRING
           PERFORM LE-UM-LEDGER
           PERFORM VARYING WRK-BATCH-PROBE FROM 1 BY 1
                   UNTIL WRK-BATCH-PROBE > WRK-BATCH-MAX
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-DATA-DIA WRK-BATCH-PROBE
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
               PERFORM LE-UM-LEDGER
           END-PERFORM.

       LE-UM-LEDGER.
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
               SET DIA-COM-LEDGER TO TRUE
               PERFORM UNTIL FIM-LEDGER-FILE
                   READ LEDGER-FILE
                       AT END
                           SET FIM-LEDGER-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           PERFORM ANALISA-LINHA
                           IF PARSE-OK
                               IF FASE-HISTORICO
                                   PERFORM ACUMULA-HISTORICO
                               ELSE
                                   PERFORM EXAMINA-LINHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      ***** SAME FIXED COLUMNS LEDGVER CHECKS (HORA 1-8, OPCODE 10,
      ***** NUM1 12-19, NUM2 21-28, RESULT 30-37, OPERATOR 39-46).
       ANALISA-LINHA.
           SET PARSE-OK TO TRUE
           IF LEDGER-LINE(1:8) IS NOT NUMERIC
                   OR LEDGER-LINE(10:1) = SPACE
               SET PARSE-FALHOU TO TRUE
           ELSE
               MOVE LEDGER-LINE(1:8) TO WRK-HORA
               MOVE LEDGER-LINE(10:1) TO WRK-OPCODE
               MOVE LEDGER-LINE(39:8) TO WRK-OPERADOR
           END-IF
           IF PARSE-OK
               MOVE LEDGER-LINE(12:8) TO WS-NUMCHK-RAW
               PERFORM ANALISA-VALOR
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-VALOR(1)
           END-IF
           IF PARSE-OK
               MOVE LEDGER-LINE(21:8) TO WS-NUMCHK-RAW
               PERFORM ANALISA-VALOR
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-VALOR(2)
           END-IF
           IF PARSE-OK
               MOVE LEDGER-LINE(30:8) TO WS-NUMCHK-RAW
               PERFORM ANALISA-VALOR
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-VALOR(3)
           END-IF.

       ANALISA-VALOR.
           PERFORM VALIDA-NUMCHK
           IF NUMERIC-CHECK-FALHOU
               SET PARSE-FALHOU TO TRUE
               MOVE ZEROS TO WS-NUMCHK-RAW
           END-IF.

       ACUMULA-HISTORICO.
           ADD 1 TO WRK-CNT-HIST
           MOVE 'C' TO WRK-EST-NIVEL-ALVO
           MOVE SPACES TO WRK-EST-OPERADOR-ALVO
           PERFORM LOCALIZA-ESTATISTICA
           PERFORM SOMA-ESTATISTICA
           MOVE 'O' TO WRK-EST-NIVEL-ALVO
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR-ALVO
           PERFORM LOCALIZA-ESTATISTICA
           PERFORM SOMA-ESTATISTICA.

      ***** FINDS THE ENTRY FOR WRK-OPCODE AT THE TARGET LEVEL,
      ***** OPENING ONE WHILE LOADING HISTORY. WRK-EST-MATCH = 0
      ***** MEANS NONE (NO HISTORY, OR NO ROOM LEFT).
       LOCALIZA-ESTATISTICA.
           MOVE ZEROS TO WRK-EST-MATCH
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-CNT
                      OR WRK-EST-MATCH > 0
               IF WRK-EST-NIVEL(WRK-EST-IDX) = WRK-EST-NIVEL-ALVO
                       AND WRK-EST-OPCODE(WRK-EST-IDX) = WRK-OPCODE
                       AND WRK-EST-OPERADOR(WRK-EST-IDX) =
                           WRK-EST-OPERADOR-ALVO
                   MOVE WRK-EST-IDX TO WRK-EST-MATCH
               END-IF
           END-PERFORM
           IF WRK-EST-MATCH = 0 AND FASE-HISTORICO
               IF WRK-EST-CNT < WRK-EST-MAX
                   ADD 1 TO WRK-EST-CNT
                   MOVE WRK-EST-CNT TO WRK-EST-MATCH
                   INITIALIZE WRK-EST-ENTRY(WRK-EST-MATCH)
                   MOVE WRK-EST-NIVEL-ALVO TO
                       WRK-EST-NIVEL(WRK-EST-MATCH)
                   MOVE WRK-OPCODE TO WRK-EST-OPCODE(WRK-EST-MATCH)
                   MOVE WRK-EST-OPERADOR-ALVO TO
                       WRK-EST-OPERADOR(WRK-EST-MATCH)
               ELSE
                   SET EST-TABELA-CHEIA TO TRUE
               END-IF
           END-IF.

       SOMA-ESTATISTICA.
           IF WRK-EST-MATCH > 0
               ADD 1 TO WRK-EST-QTDE(WRK-EST-MATCH)
               PERFORM VARYING WRK-MED FROM 1 BY 1 UNTIL WRK-MED > 3
                   ADD WRK-VALOR(WRK-MED) TO
                       WRK-EST-SOMA(WRK-EST-MATCH WRK-MED)
                   COMPUTE WRK-EST-QUAD(WRK-EST-MATCH WRK-MED) =
                       WRK-EST-QUAD(WRK-EST-MATCH WRK-MED)
                       + WRK-VALOR(WRK-MED) * WRK-VALOR(WRK-MED)
               END-PERFORM
           END-IF.

      ***** POPULATION VARIANCE = MEAN OF THE SQUARES LESS THE SQUARE
      ***** OF THE MEAN; ROUNDING CAN LEAVE IT A HAIR BELOW ZERO WHEN
      ***** EVERY VALUE WAS THE SAME, HENCE THE FLOOR.
       CALCULA-ESTATISTICAS.
           PERFORM VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-CNT
               PERFORM VARYING WRK-MED FROM 1 BY 1 UNTIL WRK-MED > 3
                   COMPUTE WRK-EST-MEDIA(WRK-EST-IDX WRK-MED) ROUNDED =
                       WRK-EST-SOMA(WRK-EST-IDX WRK-MED)
                       / WRK-EST-QTDE(WRK-EST-IDX)
                   COMPUTE WRK-VARIANCIA ROUNDED =
                       WRK-EST-QUAD(WRK-EST-IDX WRK-MED)
                       / WRK-EST-QTDE(WRK-EST-IDX)
                       - (WRK-EST-SOMA(WRK-EST-IDX WRK-MED)
                          / WRK-EST-QTDE(WRK-EST-IDX)) ** 2
                   IF WRK-VARIANCIA < 0
                       MOVE ZEROS TO WRK-VARIANCIA
                   END-IF
                   COMPUTE WRK-EST-DESVIO(WRK-EST-IDX WRK-MED) ROUNDED
                       = FUNCTION SQRT(WRK-VARIANCIA)
               END-PERFORM
           END-PERFORM.

      ***** JUDGES ONE POSTING OF THE REPORT DATE AGAINST ITS
      ***** OPCODE'S HISTORY AND ITS OPERATOR'S HISTORY OF THAT
      ***** OPCODE. A HISTORY SHORTER THAN THE BAND'S MINIMUM IS NOT
      ***** USED; A POSTING WITH NEITHER IS COUNTED AS UNJUDGED.
       EXAMINA-LINHA.
           ADD 1 TO WRK-CNT-EXAMINADOS
           MOVE 'N' TO WRK-FORA-PADRAO WRK-AVALIADA
           PERFORM LOCALIZA-BANDA

           MOVE 'C' TO WRK-EST-NIVEL-ALVO
           MOVE SPACES TO WRK-EST-OPERADOR-ALVO
           PERFORM LOCALIZA-ESTATISTICA
           IF WRK-EST-MATCH > 0
               IF WRK-EST-QTDE(WRK-EST-MATCH) >= WRK-MINIMO
                   SET LINHA-AVALIADA TO TRUE
                   MOVE 'OPCODE' TO WRK-BASE
                   PERFORM COMPARA-MEDIDAS
               END-IF
           END-IF
           MOVE 'O' TO WRK-EST-NIVEL-ALVO
           MOVE WRK-OPERADOR TO WRK-EST-OPERADOR-ALVO
           PERFORM LOCALIZA-ESTATISTICA
           IF WRK-EST-MATCH > 0
               IF WRK-EST-QTDE(WRK-EST-MATCH) >= WRK-MINIMO
                   SET LINHA-AVALIADA TO TRUE
                   MOVE 'OPERADOR' TO WRK-BASE
                   PERFORM COMPARA-MEDIDAS
               END-IF
           END-IF

           IF NOT LINHA-AVALIADA
               ADD 1 TO WRK-CNT-SEM-HIST
           END-IF
           IF LINHA-FORA-PADRAO
               PERFORM REGISTRA-FORA-PADRAO
           END-IF.

       LOCALIZA-BANDA.
           MOVE WRK-DESVIOS-PADRAO TO WRK-DESVIOS
           MOVE WRK-MINIMO-PADRAO TO WRK-MINIMO
           IF WRK-BANDA-TODOS > 0
               MOVE WRK-BANDA-DESVIOS(WRK-BANDA-TODOS) TO WRK-DESVIOS
               MOVE WRK-BANDA-MINIMO(WRK-BANDA-TODOS) TO WRK-MINIMO
           END-IF
           PERFORM VARYING WRK-BANDA-IDX FROM 1 BY 1
                   UNTIL WRK-BANDA-IDX > WRK-BANDA-CNT
               IF WRK-BANDA-OPCODE(WRK-BANDA-IDX) = WRK-OPCODE
                       AND WRK-BANDA-IDX NOT = WRK-BANDA-TODOS
                   MOVE WRK-BANDA-DESVIOS(WRK-BANDA-IDX) TO WRK-DESVIOS
                   MOVE WRK-BANDA-MINIMO(WRK-BANDA-IDX) TO WRK-MINIMO
               END-IF
           END-PERFORM.

      ***** THE FIRST OUTLYING MEASURE OPENS THE LINE'S ENTRY IN THE
      ***** REPORT; EACH OUTLYING MEASURE THEN GETS A DETAIL LINE
      ***** WITH THE HISTORY IT WAS JUDGED AGAINST.
       COMPARA-MEDIDAS.
           PERFORM VARYING WRK-MED FROM 1 BY 1 UNTIL WRK-MED > 3
               COMPUTE WRK-DISTANCIA = FUNCTION ABS(WRK-VALOR(WRK-MED)
                   - WRK-EST-MEDIA(WRK-EST-MATCH WRK-MED))
               COMPUTE WRK-LIMITE ROUNDED = WRK-DESVIOS
                   * WRK-EST-DESVIO(WRK-EST-MATCH WRK-MED)
               IF WRK-DISTANCIA > WRK-LIMITE
                   IF NOT LINHA-FORA-PADRAO
                       SET LINHA-FORA-PADRAO TO TRUE
                       PERFORM ESCREVE-LANCAMENTO
                   END-IF
                   PERFORM ESCREVE-MEDIDA
               END-IF
           END-PERFORM.

       ESCREVE-LANCAMENTO.
           MOVE WRK-VALOR(1) TO WRK-NUM1-ED
           MOVE WRK-VALOR(2) TO WRK-NUM2-ED
           MOVE WRK-VALOR(3) TO WRK-RESULT-ED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WRK-HORA ' ' WRK-OPCODE '  ' WRK-OPERADOR ' '
                   WRK-NUM1-ED ' ' WRK-NUM2-ED ' ' WRK-RESULT-ED ' '
                   WRK-LEDGER-DSNAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       ESCREVE-MEDIDA.
           MOVE WRK-VALOR(WRK-MED) TO WRK-VALOR-ED
           MOVE WRK-EST-MEDIA(WRK-EST-MATCH WRK-MED) TO WRK-MEDIA-ED
           MOVE WRK-EST-DESVIO(WRK-EST-MATCH WRK-MED) TO WRK-DESVIO-ED
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WRK-MED-NOME(WRK-MED) ' ' WRK-VALOR-ED
                   ' FORA DO PADRAO DO ' WRK-BASE
                   ': MEDIA ' WRK-MEDIA-ED ' DESVIO ' WRK-DESVIO-ED
                   ' EM ' WRK-EST-QTDE(WRK-EST-MATCH)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ***** MEMOS ARE ONLY CAPTURED ON THE INTERACTIVE PATH, WHICH
      ***** POSTS TO THE UNSUFFIXED LEDGER, SO ONLY THOSE LINES ARE
      ***** LOOKED UP - MATCHED ON HORA, AS MEMOINQ DOES.
       REGISTRA-FORA-PADRAO.
           ADD 1 TO WRK-CNT-FORA
           IF WRK-LEDGER-DSNAME(16:2) = SPACES
               PERFORM BUSCA-MEMO
               IF WRK-MEMO-GUARDADO NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING '    MEMO: ' WRK-MEMO-GUARDADO
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF
           PERFORM CONTA-POR-OPCODE
           PERFORM CONTA-POR-OPERADOR
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'FORA-PADRAO' TO WRK-ERRLOG-CAMPO
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-HORA ' ' WRK-OPCODE ' ' WRK-OPERADOR
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG.

       BUSCA-MEMO.
           MOVE SPACES TO WRK-MEMO-GUARDADO
           MOVE SPACES TO WRK-MEMO-DSNAME
           STRING 'LEDGERMEMO.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-MEMO-DSNAME
           END-STRING
           MOVE 'N' TO WRK-EOF-MEMO
           OPEN INPUT MEMO-FILE
           IF WRK-MEMO-FS = '00'
               PERFORM UNTIL FIM-MEMO-FILE
                   READ MEMO-FILE
                       AT END
                           SET FIM-MEMO-FILE TO TRUE
                       NOT AT END
                           IF MEMO-HORA-ED = WRK-HORA
                                   AND WRK-MEMO-GUARDADO = SPACES
                               MOVE MEMO-TEXTO TO WRK-MEMO-GUARDADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMO-FILE
           END-IF.

       CONTA-POR-OPCODE.
           PERFORM VARYING WRK-QOP-IDX FROM 1 BY 1
                   UNTIL WRK-QOP-IDX > WRK-QOP-CNT
                      OR WRK-QOP-OPCODE(WRK-QOP-IDX) = WRK-OPCODE
               CONTINUE
           END-PERFORM
           IF WRK-QOP-IDX > WRK-QOP-CNT AND WRK-QOP-CNT < WRK-QOP-MAX
               ADD 1 TO WRK-QOP-CNT
               MOVE WRK-OPCODE TO WRK-QOP-OPCODE(WRK-QOP-CNT)
               MOVE ZEROS TO WRK-QOP-QTDE(WRK-QOP-CNT)
           END-IF
           IF WRK-QOP-IDX <= WRK-QOP-CNT
               ADD 1 TO WRK-QOP-QTDE(WRK-QOP-IDX)
           END-IF.

       CONTA-POR-OPERADOR.
           PERFORM VARYING WRK-QOR-IDX FROM 1 BY 1
                   UNTIL WRK-QOR-IDX > WRK-QOR-CNT
                      OR WRK-QOR-OPERADOR(WRK-QOR-IDX) = WRK-OPERADOR
               CONTINUE
           END-PERFORM
           IF WRK-QOR-IDX > WRK-QOR-CNT AND WRK-QOR-CNT < WRK-QOR-MAX
               ADD 1 TO WRK-QOR-CNT
               MOVE WRK-OPERADOR TO WRK-QOR-OPERADOR(WRK-QOR-CNT)
               MOVE ZEROS TO WRK-QOR-QTDE(WRK-QOR-CNT)
           END-IF
           IF WRK-QOR-IDX <= WRK-QOR-CNT
               ADD 1 TO WRK-QOR-QTDE(WRK-QOR-IDX)
           END-IF.

      ***** SHORT COUNT SUMMARY FOR DAYDIG'S DIGEST SECTION.
       GRAVA-RESUMO.
           STRING 'OUTLSUM.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-RESUMO-DSNAME
           END-STRING
           OPEN OUTPUT RESUMO-FILE
           MOVE SPACES TO RESUMO-LINE
           STRING 'LANCAMENTOS EXAMINADOS....: ' WRK-CNT-EXAMINADOS
                   DELIMITED BY SIZE INTO RESUMO-LINE
           END-STRING
           WRITE RESUMO-LINE
           MOVE SPACES TO RESUMO-LINE
           STRING 'FORA DO PADRAO............: ' WRK-CNT-FORA
                   '  (VEJA ' DELIMITED BY SIZE
                   WRK-REPORT-DSNAME DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE INTO RESUMO-LINE
           END-STRING
           WRITE RESUMO-LINE
           MOVE SPACES TO RESUMO-LINE
           STRING 'SEM HISTORICO SUFICIENTE..: ' WRK-CNT-SEM-HIST
                   DELIMITED BY SIZE INTO RESUMO-LINE
           END-STRING
           WRITE RESUMO-LINE
           MOVE SPACES TO RESUMO-LINE
           STRING 'HISTORICO.................: ' WRK-DIAS-UTEIS
                   ' DIAS UTEIS DESDE ' WRK-DATA-HIST-DE
                   DELIMITED BY SIZE INTO RESUMO-LINE
           END-STRING
           WRITE RESUMO-LINE
           PERFORM VARYING WRK-QOP-IDX FROM 1 BY 1
                   UNTIL WRK-QOP-IDX > WRK-QOP-CNT
               MOVE SPACES TO RESUMO-LINE
               STRING '  OPCODE ' WRK-QOP-OPCODE(WRK-QOP-IDX)
                       '................: '
                       WRK-QOP-QTDE(WRK-QOP-IDX)
                       DELIMITED BY SIZE INTO RESUMO-LINE
               END-STRING
               WRITE RESUMO-LINE
           END-PERFORM
           PERFORM VARYING WRK-QOR-IDX FROM 1 BY 1
                   UNTIL WRK-QOR-IDX > WRK-QOR-CNT
               MOVE SPACES TO RESUMO-LINE
               STRING '  OPERADOR ' WRK-QOR-OPERADOR(WRK-QOR-IDX)
                       '.......: '
                       WRK-QOR-QTDE(WRK-QOR-IDX)
                       DELIMITED BY SIZE INTO RESUMO-LINE
               END-STRING
               WRITE RESUMO-LINE
           END-PERFORM
           CLOSE RESUMO-FILE.

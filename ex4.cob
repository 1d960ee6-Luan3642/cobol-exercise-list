               FILE STATUS IS WRK-PALAVRA-FS.

           SELECT DETALHE-FILE ASSIGN TO DYNAMIC WRK-DETALHE-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DETALHE-FS.

           SELECT FONTE-MASTER ASSIGN TO DYNAMIC WRK-MASTER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT FONTE-NOVO ASSIGN TO DYNAMIC WRK-NOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOLER-FILE ASSIGN TO "FONTTOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TOLER-FS.

           SELECT QUARENT-FILE ASSIGN TO DYNAMIC WRK-QUAR-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUAR-FS.

           SELECT QUARENT-NOVO ASSIGN TO DYNAMIC WRK-QNOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QNOVO-FS.

           SELECT DEVOL-FILE ASSIGN TO DYNAMIC WRK-DEVOL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOL-FS.

           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FD  STATS-FILE.
       01  STATS-LINE               PIC X(80).

      ***** THE SOURCE COLUMN IS OPTIONAL: A WORD WITHOUT ONE IS
      ***** COUNTED IN THE RUN'S TOTALS ONLY, AS IT ALWAYS WAS.
       FD  PALAVRA-FILE.
       01  PALAVRA-RECORD.
           05 PALAVRA-REG            PIC X(40).
           05 FILLER                 PIC X(01).
           05 PALAVRA-FONTE          PIC X(08).

       FD  DETALHE-FILE.
       01  DETALHE-LINE              PIC X(80).
           05 FILLER                 PIC X(01).
           05 NOVO-CNT-INVAL         PIC 9(07).

      ***** OPTIONAL PER-SOURCE TOLERANCE (FONTTOL): THE HIGHEST
      ***** SHARE OF INVALID RECORDS, IN WHOLE PERCENT, A SOURCE MAY
      ***** SEND IN ONE LETRAFILE OR PALAVRAFILE RUN, AND THE
      ***** SMALLEST NUMBER OF ITS RECORDS WORTH JUDGING ('TODOS   '
      ***** FOR EVERY SOURCE WITHOUT A LINE OF ITS OWN), E.G.
      ***** 'SISTEMA2 010 00003'. WITHOUT THE DATASET NO SOURCE IS
      ***** EVER QUARANTINED.
       FD  TOLER-FILE.
       01  TOLER-RECORD.
           05 TOLER-FONTE            PIC X(08).
           05 FILLER                 PIC X(01).
           05 TOLER-PERCENTUAL       PIC X(03).
           05 FILLER                 PIC X(01).
           05 TOLER-MINIMO           PIC X(05).

      ***** QUARANTINE (VOGQUAR): EVERY RECORD OF A SOURCE THAT WENT
      ***** OVER ITS TOLERANCE IN A RUN, HELD OUT OF VOGSTATS AND
      ***** FONTMAST UNTIL AN OPERATOR RELEASES OR PURGES THE BATCH
      ***** (OPTION 4). A BATCH IS ONE SOURCE IN ONE RUN: RUN DATE
      ***** AND TIME, FILE (L = LETRAFILE, P = PALAVRAFILE) AND
      ***** SOURCE. QUAR-POSICAO IS THE RECORD'S NUMBER IN THE INPUT
      ***** FILE. THE DATASET ONLY EVER HOLDS UNDECIDED BATCHES - A
      ***** DECISION REWRITES IT WITHOUT THE BATCH.
       FD  QUARENT-FILE.
       01  QUAR-RECORD.
           05 QUAR-LOTE.
               10 QUAR-DATA          PIC 9(08).
               10 FILLER             PIC X(01).
               10 QUAR-HORA          PIC 9(06).
               10 FILLER             PIC X(01).
               10 QUAR-TIPO          PIC X(01).
               10 FILLER             PIC X(01).
               10 QUAR-FONTE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 QUAR-POSICAO           PIC 9(07).
           05 FILLER                 PIC X(01).
           05 QUAR-OPERADOR          PIC X(08).
           05 FILLER                 PIC X(01).
           05 QUAR-REGISTRO          PIC X(40).

       FD  QUARENT-NOVO.
       01  QNOVO-RECORD              PIC X(84).

      ***** RETURN FILE VOGDEV.<FONTE>.yyyymmdd: THE INVALID RECORDS
      ***** OF EACH QUARANTINED BATCH, WITH POSITION AND REASON, TO
      ***** BE SENT BACK TO THE SOURCE. ONE PER SOURCE PER DAY; A
      ***** SECOND BATCH THE SAME DAY IS APPENDED UNDER ITS OWN
      ***** HEADER.
       FD  DEVOL-FILE.
       01  DEVOL-LINE                PIC X(130).

       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-LETRA PIC A(1) VALUES SPACES.
       77 WRK-LETRA-MAIUSC PIC A(1) VALUES SPACES.

       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.

       77 WRK-EOF-LETRA PIC X(01) VALUE 'N'.
           88 FIM-LETRA-FILE VALUE 'Y'.
           88 FIM-PALAVRA-FILE VALUE 'Y'.

       77 WRK-DETALHE-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-DETALHE-FS PIC X(02) VALUE SPACES.

       77 WRK-PALAVRA PIC X(40) VALUE SPACES.
       77 WRK-PALAVRA-LEN PIC 9(02) VALUE ZEROS.
       77 WRK-MTD-ACHADO PIC X(01) VALUE 'N'.
           88 MTD-ACHADO VALUE 'Y'.

      ***** SOURCE OF THE RECORD IN HAND (LETRA-FONTE, PALAVRA-FONTE
      ***** OR QUAR-FONTE) AND ITS CONTENT, FOR THE TOLERANCE PASS,
      ***** THE QUARANTINE AND ACUMULA-FONTE.
       77 WRK-FONTE-ATUAL PIC X(08) VALUE SPACES.
       77 WRK-REGISTRO-ATUAL PIC X(40) VALUE SPACES.
       77 WRK-POSICAO PIC 9(07) VALUE ZEROS.

      ***** VERIFICA-REGISTRO: INVALID CHARACTERS IN THE RECORD AND
      ***** THE COLUMN AND VALUE OF THE FIRST ONE.
       77 WRK-REG-TAMANHO PIC 9(02) VALUE ZEROS.
       77 WRK-REG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-REG-INVALIDOS PIC 9(02) VALUE ZEROS.
       77 WRK-REG-COLUNA PIC 9(02) VALUE ZEROS.
       77 WRK-REG-CARACTERE PIC X(01) VALUE SPACE.

       77 WRK-TOLER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-TOLER PIC X(01) VALUE 'N'.
           88 FIM-TOLER-FILE VALUE 'Y'.
       77 WRK-TOL-MAX PIC 9(02) VALUE 50.
       77 WRK-TOL-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-TOL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TOL-TODOS PIC 9(02) VALUE ZEROS.
       77 WRK-TOL-MATCH PIC 9(02) VALUE ZEROS.
       01  WRK-TOL-TAB.
           05 WRK-TOL-ENTRY OCCURS 50 TIMES.
               10 WRK-TOL-FONTE        PIC X(08).
               10 WRK-TOL-PERCENTUAL   PIC 9(03).
               10 WRK-TOL-MINIMO       PIC 9(05).

      ***** PER-SOURCE TALLY OF A RUN'S FIRST PASS: RECORDS, INVALID
      ***** RECORDS (ONE OR MORE INVALID CHARACTERS) AND WHETHER THE
      ***** SOURCE WENT OVER ITS TOLERANCE. A RECORD WITHOUT A
      ***** SOURCE HAS NO ONE TO BE RETURNED TO AND IS NEVER HELD; A
      ***** SOURCE PAST THE END OF THE TABLE IS NOT JUDGED.
       77 WRK-APU-MAX PIC 9(02) VALUE 50.
       77 WRK-APU-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-APU-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-APU-MATCH PIC 9(02) VALUE ZEROS.
       77 WRK-APU-QUARENTENAS PIC 9(02) VALUE ZEROS.
       77 WRK-APU-CHEIA PIC X(01) VALUE 'N'.
           88 APU-TABELA-CHEIA VALUE 'Y'.
       01  WRK-APU-TAB.
           05 WRK-APU-ENTRY OCCURS 50 TIMES.
               10 WRK-APU-FONTE        PIC X(08).
               10 WRK-APU-REGISTROS    PIC 9(07).
               10 WRK-APU-INVALIDOS    PIC 9(07).
               10 WRK-APU-RETIDOS      PIC 9(07).
               10 WRK-APU-PERCENTUAL   PIC 9(03).
               10 WRK-APU-MINIMO       PIC 9(05).
               10 WRK-APU-SITUACAO     PIC X(01).
                   88 APU-EM-QUARENTENA VALUE 'Q'.

       77 WRK-RETEM PIC X(01) VALUE 'N'.
           88 REGISTRO-RETIDO VALUE 'S'.
       77 WRK-TAXA PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TAXA-ED PIC ZZ9.9.

      ***** THE BATCH BEING HELD OR DECIDED - SAME LAYOUT AS
      ***** QUAR-LOTE SO THE TWO COMPARE WHOLE.
       01  WRK-LOTE-ATUAL.
           05 WRK-LOTE-DATA            PIC 9(08) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WRK-LOTE-HORA            PIC 9(06) VALUE ZEROS.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WRK-LOTE-TIPO            PIC X(01) VALUE SPACE.
               88 LOTE-DE-LETRAS       VALUE 'L'.
               88 LOTE-DE-PALAVRAS     VALUE 'P'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WRK-LOTE-FONTE           PIC X(08) VALUE SPACES.
       77 WRK-LOTE-HORA-RAW PIC 9(08) VALUE ZEROS.

       77 WRK-QUAR-DSNAME PIC X(20) VALUE 'VOGQUAR'.
       77 WRK-QBASE-DSNAME PIC X(20) VALUE 'VOGQUAR'.
       77 WRK-QNOVO-DSNAME PIC X(20) VALUE 'VOGQUAR.NEW'.
       77 WRK-QANT-DSNAME PIC X(20) VALUE 'VOGQUAR.ANT'.
       77 WRK-QUAR-FS PIC X(02) VALUE SPACES.
       77 WRK-QNOVO-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-QUAR PIC X(01) VALUE 'N'.
           88 FIM-QUAR-FILE VALUE 'Y'.
       77 WRK-QUAR-ABERTO PIC X(01) VALUE 'N'.
           88 QUARENTENA-ABERTA VALUE 'S'.
       77 WRK-QUAR-SITUACAO PIC X(01) VALUE 'S'.
           88 QUARENTENA-DISPONIVEL VALUE 'S'.
           88 QUARENTENA-INDISPONIVEL VALUE 'N'.

       77 WRK-DEVOL-DSNAME PIC X(30) VALUE SPACES.
       77 WRK-DEVOL-FS PIC X(02) VALUE SPACES.
       77 WRK-CNT-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-DEVOL-MOTIVO PIC X(30) VALUE SPACES.

      ***** OPTION 4: THE UNDECIDED BATCHES IN VOGQUAR.
       77 WRK-QLT-MAX PIC 9(02) VALUE 50.
       77 WRK-QLT-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-QLT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-QLT-MATCH PIC 9(02) VALUE ZEROS.
       77 WRK-QLT-ESCOLHA PIC 9(02) VALUE ZEROS.
       77 WRK-QLT-CHEIA PIC X(01) VALUE 'N'.
           88 QLT-TABELA-CHEIA VALUE 'Y'.
       01  WRK-QLT-TAB.
           05 WRK-QLT-ENTRY OCCURS 50 TIMES.
               10 WRK-QLT-LOTE         PIC X(26).
               10 WRK-QLT-REGISTROS    PIC 9(07).
               10 WRK-QLT-OPERADOR     PIC X(08).

       77 WRK-DECISAO PIC X(01) VALUE SPACE.
           88 DECISAO-LIBERAR VALUE 'L'.
           88 DECISAO-EXPURGAR VALUE 'E'.
           88 DECISAO-VALIDA VALUE 'L' 'E'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'S' 'N'.
       77 WRK-CNT-LOTE PIC 9(07) VALUE ZEROS.
       77 WRK-TROCA PIC X(01) VALUE 'N'.
           88 TROCA-OK VALUE 'S'.
           88 TROCA-FALHOU VALUE 'N'.
       77 WRK-LIBERACAO PIC X(01) VALUE 'N'.
           88 HOUVE-LIBERACAO VALUE 'S'.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==02==.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='VOGCONS '==.


       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR.
      ***** THE SIGNED-ON OPERATOR GOES TO THE SHARED ERRORLOG, ON
      ***** EVERY RECORD HELD IN QUARANTINE AND INTO THE PRIVILEGE
      ***** CHECK OF OPTION 4.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-ERRLOG-OPERADOR
       END-IF.
       MOVE '00' TO LK-COD-RETORNO.
       DISPLAY 'ESCOLHA O MODO DE ENTRADA'.
       DISPLAY '1- INFORMAR LETRA VIA CONSOLE'.
       DISPLAY '2- PROCESSAR ARQUIVO DE LETRAS (LOTE)'.
       DISPLAY '3- PROCESSAR ARQUIVO DE PALAVRAS (LOTE)'.
       DISPLAY '4- LOTES EM QUARENTENA (LIBERAR/EXPURGAR)'.
       PERFORM ACEITA-OPCAO.

       EVALUATE WRK-OPCAO
               PERFORM MODO-LOTE
           WHEN 3
               PERFORM MODO-LOTE-PALAVRA
           WHEN 4
               PERFORM MODO-QUARENTENA
           WHEN OTHER
               DISPLAY 'OP��O INV�LIDA'
               MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO
               PERFORM GRAVA-ERRLOG
       END-EVALUATE.

      ***** THE QUARANTINE SCREEN ONLY REWRITES VOGSTATS WHEN A BATCH
      ***** WAS RELEASED INTO THE DAY'S FIGURES.
       IF WRK-OPCAO NOT = 4 OR HOUVE-LIBERACAO
           PERFORM GERA-ESTATISTICAS
       END-IF.

       GOBACK.

       ACEITA-OPCAO.

       COPY ERRLOGP.

       COPY OPSECP.

       MODO-CONSOLE.
           DISPLAY 'INFORME A LETRA'
           ACCEPT WRK-LETRA FROM CONSOLE
           PERFORM CLASSIFICA-LETRA.

      ***** A SOURCE OVER ITS FONTTOL TOLERANCE (SEE
      ***** PREPARA-QUARENTENA) HAS ITS RECORDS HELD IN VOGQUAR
      ***** INSTEAD OF CLASSIFIED AND COUNTED.
       MODO-LOTE.
           SET LOTE-DE-LETRAS TO TRUE
           PERFORM PREPARA-QUARENTENA
           MOVE 'N' TO WRK-EOF-LETRA
           MOVE ZEROS TO WRK-POSICAO
           OPEN INPUT LETRA-FILE
           IF WRK-LETRA-FS = '00' AND QUARENTENA-INDISPONIVEL
               CLOSE LETRA-FILE
               DISPLAY 'QUARENTENA VOGQUAR INACESSIVEL, LOTE IGNORADO'
           ELSE
           IF WRK-LETRA-FS = '00'
               PERFORM UNTIL FIM-LETRA-FILE
                   READ LETRA-FILE
                       AT END
                           SET FIM-LETRA-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-POSICAO
                           MOVE LETRA-FONTE TO WRK-FONTE-ATUAL
                           PERFORM VERIFICA-RETENCAO
                           IF REGISTRO-RETIDO
                               MOVE LETRA-REG TO WRK-REGISTRO-ATUAL
                               PERFORM RETEM-REGISTRO
                           ELSE
                               MOVE LETRA-REG TO WRK-LETRA
                               PERFORM CLASSIFICA-LETRA
                               PERFORM ACUMULA-FONTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETRA-FILE
               PERFORM ENCERRA-QUARENTENA
           ELSE
               DISPLAY 'ARQUIVO DE LETRAS AUSENTE OU '
                       'INACESS�VEL, LOTE IGNORADO'
           END-IF
           END-IF.

       CLASSIFICA-LETRA.
           END-EVALUATE.

       CLASSIFICA-CARACTERE.
           PERFORM IDENTIFICA-CARACTERE
           EVALUATE TRUE
               WHEN CARACTERE-VOGAL
                   ADD 1 TO WRK-CNT-VOGAL
               WHEN CARACTERE-CONSOANTE
                   ADD 1 TO WRK-CNT-CONSOANTE
               WHEN CARACTERE-INVALIDO
                   ADD 1 TO WRK-CNT-INVALIDO
           END-EVALUATE.

      ***** SETS THE CLASS ONLY AND COUNTS NOTHING, SO THE TOLERANCE
      ***** PASS CAN JUDGE A RECORD WITHOUT TOUCHING THE RUN'S
      ***** FIGURES.
       IDENTIFICA-CARACTERE.
           MOVE FUNCTION UPPER-CASE(WRK-LETRA) TO WRK-LETRA-MAIUSC

      ***** FUNCTION UPPER-CASE ONLY FOLDS PLAIN A-Z, SO ACCENTED
               WHEN X'F4'
               WHEN X'D4'
                   SET CARACTERE-VOGAL TO TRUE
               WHEN X'E7'
               WHEN X'C7'
                   SET CARACTERE-CONSOANTE TO TRUE
               WHEN OTHER
                   IF WRK-LETRA-MAIUSC NOT = SPACE
                           AND WRK-LETRA-MAIUSC IS ALPHABETIC
                       SET CARACTERE-CONSOANTE TO TRUE
                   ELSE
                       SET CARACTERE-INVALIDO TO TRUE
                   END-IF
           END-EVALUATE.

       MODO-LOTE-PALAVRA.
           SET LOTE-DE-PALAVRAS TO TRUE
           PERFORM PREPARA-QUARENTENA
           MOVE 'N' TO WRK-EOF-PALAVRA
           MOVE ZEROS TO WRK-POSICAO
           OPEN INPUT PALAVRA-FILE
           IF WRK-PALAVRA-FS = '00' AND QUARENTENA-INDISPONIVEL
               CLOSE PALAVRA-FILE
               DISPLAY 'QUARENTENA VOGQUAR INACESSIVEL, LOTE IGNORADO'
           ELSE
           IF WRK-PALAVRA-FS = '00'
               ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               STRING 'VOGDETAIL.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       AT END
                           SET FIM-PALAVRA-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-POSICAO
                           MOVE PALAVRA-FONTE TO WRK-FONTE-ATUAL
                           PERFORM VERIFICA-RETENCAO
                           IF REGISTRO-RETIDO
                               MOVE PALAVRA-REG TO WRK-REGISTRO-ATUAL
                               PERFORM RETEM-REGISTRO
                           ELSE
                               MOVE PALAVRA-REG TO WRK-PALAVRA
                               PERFORM CLASSIFICA-PALAVRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALHE-FILE
               CLOSE PALAVRA-FILE
               PERFORM ENCERRA-QUARENTENA
           ELSE
               DISPLAY 'ARQUIVO DE PALAVRAS AUSENTE OU '
                       'INACESS�VEL, LOTE IGNORADO'
           END-IF
           END-IF.

       CLASSIFICA-PALAVRA.
      ***** ARE SKIPPED OUTRIGHT, NEITHER COUNTED NOR LOGGED.
               IF WRK-LETRA NOT = SPACE
                   PERFORM CLASSIFICA-CARACTERE
                   IF WRK-FONTE-ATUAL NOT = SPACES
                       PERFORM ACUMULA-FONTE
                   END-IF
                   EVALUATE TRUE
                       WHEN CARACTERE-VOGAL
                           ADD 1 TO WRK-PALAVRA-CNT-VOGAL
           PERFORM VARYING WRK-FONTE-IDX FROM 1 BY 1
                   UNTIL WRK-FONTE-IDX > WRK-FONTE-CNT
                      OR FONTE-ACHADA
               IF WRK-FONTE-NOME(WRK-FONTE-IDX) = WRK-FONTE-ATUAL
                   MOVE WRK-FONTE-IDX TO WRK-FONTE-MATCH
                   SET FONTE-ACHADA TO TRUE
               END-IF
                   PERFORM DESCARREGA-FONTES
               END-IF
               ADD 1 TO WRK-FONTE-CNT
               MOVE WRK-FONTE-ATUAL TO WRK-FONTE-NOME(WRK-FONTE-CNT)
               MOVE WRK-FONTE-CNT TO WRK-FONTE-MATCH
           END-IF

               MOVE 'N' TO WRK-FONTE-USADO(WRK-FONTE-IDX)
           END-PERFORM
           MOVE ZEROS TO WRK-FONTE-CNT.

      ***** FIRST PASS OF A LETRAFILE OR PALAVRAFILE RUN: WITH A
      ***** FONTTOL TOLERANCE ON FILE, THE INPUT IS READ ONCE TO
      ***** TALLY EVERY SOURCE'S RECORDS AND INVALID RECORDS, AND A
      ***** SOURCE OVER ITS TOLERANCE IS MARKED FOR QUARANTINE BEFORE
      ***** ANY OF ITS RECORDS IS COUNTED. THE HOLDING RUN IS STAMPED
      ***** WITH ITS DATE AND TIME, WHICH NAME THE BATCH IN VOGQUAR.
       PREPARA-QUARENTENA.
           MOVE ZEROS TO WRK-APU-CNT WRK-APU-QUARENTENAS
           MOVE 'N' TO WRK-APU-CHEIA
           SET QUARENTENA-DISPONIVEL TO TRUE
           PERFORM CARREGA-TOLERANCIAS
           IF WRK-TOL-CNT > 0
               IF LOTE-DE-LETRAS
                   PERFORM APURA-LETRAS
               ELSE
                   PERFORM APURA-PALAVRAS
               END-IF
               PERFORM AVALIA-TOLERANCIAS
           END-IF

           IF WRK-APU-QUARENTENAS > 0
               ACCEPT WRK-LOTE-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-LOTE-HORA-RAW FROM TIME
               MOVE WRK-LOTE-HORA-RAW(1:6) TO WRK-LOTE-HORA
               MOVE WRK-QBASE-DSNAME TO WRK-QUAR-DSNAME
               OPEN EXTEND QUARENT-FILE
               IF WRK-QUAR-FS = '35'
                   OPEN OUTPUT QUARENT-FILE
               END-IF
               IF WRK-QUAR-FS = '00'
                   SET QUARENTENA-ABERTA TO TRUE
               ELSE
      ***** WITH NOWHERE TO HOLD THE RECORDS, THE WHOLE RUN IS
      ***** REFUSED RATHER THAN LET THE BAD SOURCE INTO THE FIGURES.
                   SET QUARENTENA-INDISPONIVEL TO TRUE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'VOGQUAR' TO WRK-ERRLOG-CAMPO
                   MOVE SPACES TO WRK-ERRLOG-VALOR
                   STRING 'FILE STATUS ' WRK-QUAR-FS
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
                   PERFORM GRAVA-ERRLOG
               END-IF
           END-IF.

       CARREGA-TOLERANCIAS.
           MOVE ZEROS TO WRK-TOL-CNT WRK-TOL-TODOS
           MOVE 'N' TO WRK-EOF-TOLER
           OPEN INPUT TOLER-FILE
           IF WRK-TOLER-FS = '00'
               PERFORM UNTIL FIM-TOLER-FILE
                   READ TOLER-FILE
                       AT END
                           SET FIM-TOLER-FILE TO TRUE
                       NOT AT END
                           PERFORM GUARDA-TOLERANCIA
                   END-READ
               END-PERFORM
               CLOSE TOLER-FILE
           END-IF.

       GUARDA-TOLERANCIA.
           IF TOLER-FONTE = SPACES
               CONTINUE
           ELSE
           IF TOLER-PERCENTUAL IS NOT NUMERIC
                   OR TOLER-MINIMO IS NOT NUMERIC
                   OR WRK-TOL-CNT >= WRK-TOL-MAX
               DISPLAY 'TOLERANCIA INVALIDA OU TABELA CHEIA, LINHA '
                       'IGNORADA: ' TOLER-RECORD
               MOVE 'TOLER-RECORD' TO WRK-ERRLOG-CAMPO
               MOVE TOLER-RECORD TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               ADD 1 TO WRK-TOL-CNT
               MOVE TOLER-FONTE TO WRK-TOL-FONTE(WRK-TOL-CNT)
               MOVE TOLER-PERCENTUAL TO WRK-TOL-PERCENTUAL(WRK-TOL-CNT)
               MOVE TOLER-MINIMO TO WRK-TOL-MINIMO(WRK-TOL-CNT)
               IF TOLER-FONTE = 'TODOS   '
                   MOVE WRK-TOL-CNT TO WRK-TOL-TODOS
               END-IF
           END-IF
           END-IF.

       APURA-LETRAS.
           MOVE 'N' TO WRK-EOF-LETRA
           OPEN INPUT LETRA-FILE
           IF WRK-LETRA-FS = '00'
               PERFORM UNTIL FIM-LETRA-FILE
                   READ LETRA-FILE
                       AT END
                           SET FIM-LETRA-FILE TO TRUE
                       NOT AT END
                           MOVE LETRA-FONTE TO WRK-FONTE-ATUAL
                           MOVE LETRA-REG TO WRK-REGISTRO-ATUAL
                           PERFORM APURA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE LETRA-FILE
           END-IF.

       APURA-PALAVRAS.
           MOVE 'N' TO WRK-EOF-PALAVRA
           OPEN INPUT PALAVRA-FILE
           IF WRK-PALAVRA-FS = '00'
               PERFORM UNTIL FIM-PALAVRA-FILE
                   READ PALAVRA-FILE
                       AT END
                           SET FIM-PALAVRA-FILE TO TRUE
                       NOT AT END
                           MOVE PALAVRA-FONTE TO WRK-FONTE-ATUAL
                           MOVE PALAVRA-REG TO WRK-REGISTRO-ATUAL
                           PERFORM APURA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PALAVRA-FILE
           END-IF.

       APURA-REGISTRO.
           IF WRK-FONTE-ATUAL NOT = SPACES
               PERFORM LOCALIZA-APURACAO
               IF WRK-APU-MATCH = 0
                   IF WRK-APU-CNT < WRK-APU-MAX
                       ADD 1 TO WRK-APU-CNT
                       MOVE WRK-APU-CNT TO WRK-APU-MATCH
                       MOVE WRK-FONTE-ATUAL
                           TO WRK-APU-FONTE(WRK-APU-MATCH)
                       MOVE ZEROS TO WRK-APU-REGISTROS(WRK-APU-MATCH)
                                     WRK-APU-INVALIDOS(WRK-APU-MATCH)
                                     WRK-APU-RETIDOS(WRK-APU-MATCH)
                                     WRK-APU-PERCENTUAL(WRK-APU-MATCH)
                                     WRK-APU-MINIMO(WRK-APU-MATCH)
                       MOVE 'N' TO WRK-APU-SITUACAO(WRK-APU-MATCH)
                   ELSE
                       IF NOT APU-TABELA-CHEIA
                           SET APU-TABELA-CHEIA TO TRUE
                           DISPLAY 'MAIS FONTES NO LOTE QUE A AREA DE '
                                   'TRABALHO, AS EXCEDENTES NAO SAO '
                                   'AVALIADAS'
                           SET ERRLOG-SEV-SISTEMA TO TRUE
                           MOVE 'WRK-APU-TAB' TO WRK-ERRLOG-CAMPO
                           MOVE 'TABELA CHEIA' TO WRK-ERRLOG-VALOR
                           PERFORM GRAVA-ERRLOG
                       END-IF
                   END-IF
               END-IF
               IF WRK-APU-MATCH > 0
                   PERFORM VERIFICA-REGISTRO
                   ADD 1 TO WRK-APU-REGISTROS(WRK-APU-MATCH)
                   IF WRK-REG-INVALIDOS > 0
                       ADD 1 TO WRK-APU-INVALIDOS(WRK-APU-MATCH)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-APURACAO.
           MOVE ZEROS TO WRK-APU-MATCH
           PERFORM VARYING WRK-APU-IDX FROM 1 BY 1
                   UNTIL WRK-APU-IDX > WRK-APU-CNT
                      OR WRK-APU-MATCH > 0
               IF WRK-APU-FONTE(WRK-APU-IDX) = WRK-FONTE-ATUAL
                   MOVE WRK-APU-IDX TO WRK-APU-MATCH
               END-IF
           END-PERFORM.

      ***** A LETTER RECORD IS ITS ONE CHARACTER (A BLANK LETTER IS
      ***** INVALID, AS CLASSIFICA-LETRA HAS ALWAYS TREATED IT); IN A
      ***** WORD THE EMBEDDED BLANKS ARE SEPARATORS AND ARE SKIPPED,
      ***** AS IN CLASSIFICA-PALAVRA.
       VERIFICA-REGISTRO.
           MOVE ZEROS TO WRK-REG-INVALIDOS WRK-REG-COLUNA
           MOVE SPACE TO WRK-REG-CARACTERE
           IF LOTE-DE-LETRAS
               MOVE 1 TO WRK-REG-TAMANHO
           ELSE
               PERFORM VARYING WRK-REG-IDX FROM 40 BY -1
                       UNTIL WRK-REG-IDX = 0
                          OR WRK-REGISTRO-ATUAL(WRK-REG-IDX:1)
                             NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WRK-REG-IDX TO WRK-REG-TAMANHO
           END-IF

           PERFORM VARYING WRK-REG-IDX FROM 1 BY 1
                   UNTIL WRK-REG-IDX > WRK-REG-TAMANHO
               MOVE WRK-REGISTRO-ATUAL(WRK-REG-IDX:1) TO WRK-LETRA
               IF WRK-LETRA NOT = SPACE OR LOTE-DE-LETRAS
                   PERFORM IDENTIFICA-CARACTERE
                   IF CARACTERE-INVALIDO
                       ADD 1 TO WRK-REG-INVALIDOS
                       IF WRK-REG-COLUNA = 0
                           MOVE WRK-REG-IDX TO WRK-REG-COLUNA
                           MOVE WRK-LETRA TO WRK-REG-CARACTERE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ***** A SOURCE IS JUDGED AGAINST ITS OWN FONTTOL LINE, ELSE THE
      ***** 'TODOS' LINE; WITH NEITHER IT IS NEVER HELD. IT IS HELD
      ***** WHEN IT SENT AT LEAST THE MINIMUM NUMBER OF RECORDS AND
      ***** ITS SHARE OF INVALID ONES IS ABOVE THE PERCENTAGE.
       AVALIA-TOLERANCIAS.
           PERFORM VARYING WRK-APU-IDX FROM 1 BY 1
                   UNTIL WRK-APU-IDX > WRK-APU-CNT
               MOVE WRK-APU-FONTE(WRK-APU-IDX) TO WRK-FONTE-ATUAL
               PERFORM LOCALIZA-TOLERANCIA
               IF WRK-TOL-MATCH > 0
                   IF WRK-APU-REGISTROS(WRK-APU-IDX)
                          >= WRK-TOL-MINIMO(WRK-TOL-MATCH)
                      AND WRK-APU-INVALIDOS(WRK-APU-IDX) * 100
                          > WRK-TOL-PERCENTUAL(WRK-TOL-MATCH)
                            * WRK-APU-REGISTROS(WRK-APU-IDX)
                       MOVE 'Q' TO WRK-APU-SITUACAO(WRK-APU-IDX)
                       MOVE WRK-TOL-PERCENTUAL(WRK-TOL-MATCH)
                           TO WRK-APU-PERCENTUAL(WRK-APU-IDX)
                       MOVE WRK-TOL-MINIMO(WRK-TOL-MATCH)
                           TO WRK-APU-MINIMO(WRK-APU-IDX)
                       ADD 1 TO WRK-APU-QUARENTENAS
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZA-TOLERANCIA.
           MOVE ZEROS TO WRK-TOL-MATCH
           PERFORM VARYING WRK-TOL-IDX FROM 1 BY 1
                   UNTIL WRK-TOL-IDX > WRK-TOL-CNT
                      OR WRK-TOL-MATCH > 0
               IF WRK-TOL-FONTE(WRK-TOL-IDX) = WRK-FONTE-ATUAL
                   MOVE WRK-TOL-IDX TO WRK-TOL-MATCH
               END-IF
           END-PERFORM
           IF WRK-TOL-MATCH = 0
               MOVE WRK-TOL-TODOS TO WRK-TOL-MATCH
           END-IF.

       VERIFICA-RETENCAO.
           MOVE 'N' TO WRK-RETEM
           IF WRK-APU-QUARENTENAS > 0
                   AND WRK-FONTE-ATUAL NOT = SPACES
               PERFORM LOCALIZA-APURACAO
               IF WRK-APU-MATCH > 0
                   IF APU-EM-QUARENTENA(WRK-APU-MATCH)
                       SET REGISTRO-RETIDO TO TRUE
                   END-IF
               END-IF
           END-IF.

       RETEM-REGISTRO.
           MOVE WRK-FONTE-ATUAL TO WRK-LOTE-FONTE
           MOVE SPACES TO QUAR-RECORD
           MOVE WRK-LOTE-ATUAL TO QUAR-LOTE
           MOVE WRK-POSICAO TO QUAR-POSICAO
           MOVE WRK-ERRLOG-OPERADOR TO QUAR-OPERADOR
           MOVE WRK-REGISTRO-ATUAL TO QUAR-REGISTRO
           WRITE QUAR-RECORD
           ADD 1 TO WRK-APU-RETIDOS(WRK-APU-MATCH).

      ***** AFTER THE RUN: EVERY HELD SOURCE GETS ITS RETURN FILE AND
      ***** ONE ERRORLOG LINE (SEVERITY NEGOCIO) WITH THE COUNT HELD.
       ENCERRA-QUARENTENA.
           IF QUARENTENA-ABERTA
               CLOSE QUARENT-FILE
               MOVE 'N' TO WRK-QUAR-ABERTO
               PERFORM VARYING WRK-APU-IDX FROM 1 BY 1
                       UNTIL WRK-APU-IDX > WRK-APU-CNT
                   IF APU-EM-QUARENTENA(WRK-APU-IDX)
                       PERFORM GERA-DEVOLUCAO
                       SET ERRLOG-SEV-NEGOCIO TO TRUE
                       MOVE 'FONTE-QUARENT' TO WRK-ERRLOG-CAMPO
                       MOVE SPACES TO WRK-ERRLOG-VALOR
                       STRING WRK-APU-FONTE(WRK-APU-IDX) ' '
                               WRK-APU-RETIDOS(WRK-APU-IDX)
                               DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                       END-STRING
                       PERFORM GRAVA-ERRLOG
                       DISPLAY 'FONTE ' WRK-APU-FONTE(WRK-APU-IDX)
                               ' EM QUARENTENA: '
                               WRK-APU-RETIDOS(WRK-APU-IDX)
                               ' REGISTROS RETIDOS, DEVOLUCAO EM '
                               WRK-DEVOL-DSNAME
                   END-IF
               END-PERFORM
           END-IF.

      ***** THE RETURN LINES ARE BUILT FROM THE BATCH AS HELD IN
      ***** VOGQUAR, SO THEY CARRY EXACTLY THE POSITIONS ON FILE.
       GERA-DEVOLUCAO.
           MOVE WRK-APU-FONTE(WRK-APU-IDX) TO WRK-LOTE-FONTE
           MOVE SPACES TO WRK-DEVOL-DSNAME
           STRING 'VOGDEV.' WRK-LOTE-FONTE DELIMITED BY SPACE
                   '.' WRK-LOTE-DATA DELIMITED BY SIZE
                   INTO WRK-DEVOL-DSNAME
           END-STRING
           OPEN EXTEND DEVOL-FILE
           IF WRK-DEVOL-FS = '35'
               OPEN OUTPUT DEVOL-FILE
           END-IF
           IF WRK-DEVOL-FS NOT = '00'
               DISPLAY 'ARQUIVO DE DEVOLUCAO ' WRK-DEVOL-DSNAME
                       ' INACESSIVEL, STATUS: ' WRK-DEVOL-FS
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'VOGDEV' TO WRK-ERRLOG-CAMPO
               MOVE WRK-DEVOL-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-APU-INVALIDOS(WRK-APU-IDX) * 100
                   / WRK-APU-REGISTROS(WRK-APU-IDX)
               MOVE WRK-TAXA TO WRK-TAXA-ED
               MOVE 'DEVOLUCAO DE REGISTROS INVALIDOS - VOGCONS'
                   TO DEVOL-LINE
               WRITE DEVOL-LINE
               MOVE SPACES TO DEVOL-LINE
               IF LOTE-DE-LETRAS
                   STRING 'FONTE=' WRK-LOTE-FONTE
                           ' ARQUIVO=LETRAFILE LOTE=' WRK-LOTE-ATUAL
                           DELIMITED BY SIZE INTO DEVOL-LINE
                   END-STRING
               ELSE
                   STRING 'FONTE=' WRK-LOTE-FONTE
                           ' ARQUIVO=PALAVRAFILE LOTE=' WRK-LOTE-ATUAL
                           DELIMITED BY SIZE INTO DEVOL-LINE
                   END-STRING
               END-IF
               WRITE DEVOL-LINE
               MOVE SPACES TO DEVOL-LINE
               STRING 'REGISTROS=' WRK-APU-REGISTROS(WRK-APU-IDX)
                       ' INVALIDOS=' WRK-APU-INVALIDOS(WRK-APU-IDX)
                       ' TAXA=' WRK-TAXA-ED
                       '% TOLERANCIA=' WRK-APU-PERCENTUAL(WRK-APU-IDX)
                       '% MINIMO=' WRK-APU-MINIMO(WRK-APU-IDX)
                       DELIMITED BY SIZE INTO DEVOL-LINE
               END-STRING
               WRITE DEVOL-LINE

               MOVE ZEROS TO WRK-CNT-DEVOLVIDOS
               MOVE 'N' TO WRK-EOF-QUAR
               MOVE WRK-QBASE-DSNAME TO WRK-QUAR-DSNAME
               OPEN INPUT QUARENT-FILE
               IF WRK-QUAR-FS = '00'
                   PERFORM UNTIL FIM-QUAR-FILE
                       READ QUARENT-FILE
                           AT END
                               SET FIM-QUAR-FILE TO TRUE
                           NOT AT END
                               IF QUAR-LOTE = WRK-LOTE-ATUAL
                                   PERFORM GRAVA-DEVOLUCAO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUARENT-FILE
               END-IF

               MOVE SPACES TO DEVOL-LINE
               STRING 'REGISTROS DEVOLVIDOS: ' WRK-CNT-DEVOLVIDOS
                       DELIMITED BY SIZE INTO DEVOL-LINE
               END-STRING
               WRITE DEVOL-LINE
               CLOSE DEVOL-FILE
           END-IF.

       GRAVA-DEVOLUCAO.
           MOVE QUAR-REGISTRO TO WRK-REGISTRO-ATUAL
           PERFORM VERIFICA-REGISTRO
           IF WRK-REG-INVALIDOS > 0
               EVALUATE TRUE
                   WHEN LOTE-DE-PALAVRAS
                       MOVE 'PALAVRA COM CARACTERE INVALIDO'
                           TO WRK-DEVOL-MOTIVO
                   WHEN WRK-REG-CARACTERE = SPACE
                       MOVE 'LETRA EM BRANCO' TO WRK-DEVOL-MOTIVO
                   WHEN OTHER
                       MOVE 'CARACTERE NAO ALFABETICO'
                           TO WRK-DEVOL-MOTIVO
               END-EVALUATE
               MOVE SPACES TO DEVOL-LINE
               STRING 'POSICAO=' QUAR-POSICAO
                       ' COLUNA=' WRK-REG-COLUNA
                       ' INVALIDOS=' WRK-REG-INVALIDOS
                       ' MOTIVO=' WRK-DEVOL-MOTIVO
                       ' REGISTRO=' QUAR-REGISTRO
                       DELIMITED BY SIZE INTO DEVOL-LINE
               END-STRING
               WRITE DEVOL-LINE
               ADD 1 TO WRK-CNT-DEVOLVIDOS
           END-IF.

      ***** OPTION 4 - THE BATCHES HELD IN VOGQUAR, ONE LINE EACH.
      ***** THE LISTING IS OPEN TO ANYONE HOLDING THE MENU OPTION;
      ***** RELEASING A BATCH INTO THE DAY'S FIGURES OR PURGING IT
      ***** NEEDS AN ACTIVE OPERATOR WITH THE QUARENT PRIVILEGE IN
      ***** OPERSEC.
       MODO-QUARENTENA.
           PERFORM CARREGA-LOTES-RETIDOS
           IF WRK-QLT-CNT = 0
               DISPLAY 'NENHUM LOTE EM QUARENTENA'
           ELSE
               PERFORM LISTA-LOTES-RETIDOS
               PERFORM ACEITA-LOTE
               IF WRK-QLT-ESCOLHA > 0
                   MOVE WRK-ERRLOG-OPERADOR TO WRK-OPS-ALVO
                   PERFORM LOCALIZA-PERFIL
                   IF OPS-ATIVO AND OPS-PODE-QUARENTENA
                       PERFORM DECIDE-LOTE
                   ELSE
                       DISPLAY 'OPERADOR SEM AUTORIZACAO PARA LIBERAR '
                               'OU EXPURGAR LOTES'
                       MOVE 'QUARENTENA' TO WRK-OPS-ACAO
                       PERFORM REGISTRA-RECUSA
                       MOVE '08' TO LK-COD-RETORNO
                   END-IF
               END-IF
           END-IF.

       CARREGA-LOTES-RETIDOS.
           MOVE ZEROS TO WRK-QLT-CNT
           MOVE 'N' TO WRK-QLT-CHEIA
           MOVE 'N' TO WRK-EOF-QUAR
           MOVE WRK-QBASE-DSNAME TO WRK-QUAR-DSNAME
           OPEN INPUT QUARENT-FILE
           IF WRK-QUAR-FS = '00'
               PERFORM UNTIL FIM-QUAR-FILE
                   READ QUARENT-FILE
                       AT END
                           SET FIM-QUAR-FILE TO TRUE
                       NOT AT END
                           PERFORM GUARDA-LOTE-RETIDO
                   END-READ
               END-PERFORM
               CLOSE QUARENT-FILE
           END-IF.

       GUARDA-LOTE-RETIDO.
           MOVE ZEROS TO WRK-QLT-MATCH
           PERFORM VARYING WRK-QLT-IDX FROM 1 BY 1
                   UNTIL WRK-QLT-IDX > WRK-QLT-CNT
                      OR WRK-QLT-MATCH > 0
               IF WRK-QLT-LOTE(WRK-QLT-IDX) = QUAR-LOTE
                   MOVE WRK-QLT-IDX TO WRK-QLT-MATCH
               END-IF
           END-PERFORM
           IF WRK-QLT-MATCH = 0
               IF WRK-QLT-CNT < WRK-QLT-MAX
                   ADD 1 TO WRK-QLT-CNT
                   MOVE WRK-QLT-CNT TO WRK-QLT-MATCH
                   MOVE QUAR-LOTE TO WRK-QLT-LOTE(WRK-QLT-MATCH)
                   MOVE ZEROS TO WRK-QLT-REGISTROS(WRK-QLT-MATCH)
                   MOVE QUAR-OPERADOR TO WRK-QLT-OPERADOR(WRK-QLT-MATCH)
               ELSE
                   SET QLT-TABELA-CHEIA TO TRUE
               END-IF
           END-IF
           IF WRK-QLT-MATCH > 0
               ADD 1 TO WRK-QLT-REGISTROS(WRK-QLT-MATCH)
           END-IF.

       LISTA-LOTES-RETIDOS.
           DISPLAY 'NR DATA     HORA   T FONTE    REGISTROS OPERADOR'
           PERFORM VARYING WRK-QLT-IDX FROM 1 BY 1
                   UNTIL WRK-QLT-IDX > WRK-QLT-CNT
               DISPLAY WRK-QLT-IDX ' ' WRK-QLT-LOTE(WRK-QLT-IDX) '   '
                       WRK-QLT-REGISTROS(WRK-QLT-IDX) ' '
                       WRK-QLT-OPERADOR(WRK-QLT-IDX)
           END-PERFORM
           DISPLAY 'T: L=LETRAFILE P=PALAVRAFILE'
           IF QLT-TABELA-CHEIA
               DISPLAY 'VOGQUAR MAIOR QUE A AREA DE TRABALHO, '
                       'LISTAGEM PARCIAL'
           END-IF.

       ACEITA-LOTE.
           PERFORM WITH TEST AFTER UNTIL WRK-QLT-ESCOLHA <= WRK-QLT-CNT
               DISPLAY 'INFORME O NUMERO DO LOTE (0 PARA SAIR)'
               PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
                   ACCEPT WS-NUMCHK-RAW FROM CONSOLE
                   PERFORM VALIDA-NUMCHK
                   IF NUMERIC-CHECK-FALHOU
                       DISPLAY 'NUMERO INVALIDO, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-QLT-ESCOLHA
               IF WRK-QLT-ESCOLHA > WRK-QLT-CNT
                   DISPLAY 'LOTE INEXISTENTE, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

       DECIDE-LOTE.
           MOVE WRK-QLT-LOTE(WRK-QLT-ESCOLHA) TO WRK-LOTE-ATUAL
           DISPLAY 'LOTE ' WRK-LOTE-ATUAL ' COM '
                   WRK-QLT-REGISTROS(WRK-QLT-ESCOLHA) ' REGISTROS'
           DISPLAY 'L- LIBERAR PARA AS ESTATISTICAS DO DIA'
           DISPLAY 'E- EXPURGAR (NADA E CONTADO)'
           PERFORM WITH TEST AFTER UNTIL DECISAO-VALIDA
               MOVE SPACE TO WRK-DECISAO
               ACCEPT WRK-DECISAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO
               IF NOT DECISAO-VALIDA
                   DISPLAY 'RESPONDA L OU E'
               END-IF
           END-PERFORM
           DISPLAY 'CONFIRMA A DECISAO? (S/N)'
           PERFORM WITH TEST AFTER UNTIL RESPOSTA-VALIDA
               MOVE SPACE TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF NOT RESPOSTA-VALIDA
                   DISPLAY 'RESPONDA S OU N'
               END-IF
           END-PERFORM
           IF WRK-RESPOSTA = 'S'
               PERFORM RETIRA-LOTE
           ELSE
               DISPLAY 'LOTE MANTIDO EM QUARENTENA'
           END-IF.

      ***** VOGQUAR IS REWRITTEN WITHOUT THE BATCH THROUGH A SIDE
      ***** FILE, AND THE OLD DATASET IS KEPT AS VOGQUAR.ANT UNTIL
      ***** THE NEW ONE IS IN PLACE. A RELEASED BATCH IS ONLY COUNTED
      ***** FROM THAT OLD COPY AFTER THE SWAP, SO A FAILED SWAP LEAVES
      ***** THE BATCH HELD AND UNCOUNTED AND A BATCH CAN NEVER BE
      ***** RELEASED TWICE. A VOGQUAR.ANT LEFT BY AN INTERRUPTED
      ***** DECISION MAY STILL HOLD AN UNCOUNTED BATCH, SO NO DECISION
      ***** IS TAKEN UNTIL SOMEONE HAS LOOKED AT IT AND REMOVED IT.
       RETIRA-LOTE.
           SET TROCA-FALHOU TO TRUE
           MOVE WRK-QANT-DSNAME TO WRK-QUAR-DSNAME
           OPEN INPUT QUARENT-FILE
           IF WRK-QUAR-FS = '00'
               CLOSE QUARENT-FILE
               DISPLAY 'VOGQUAR.ANT DE UMA DECISAO INTERROMPIDA AINDA '
                       'EXISTE, NENHUMA DECISAO TOMADA'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'VOGQUAR.ANT' TO WRK-ERRLOG-CAMPO
               MOVE 'PRESENTE' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               PERFORM COPIA-SEM-LOTE
           END-IF

           IF TROCA-OK
               PERFORM TROCA-QUARENTENA
           END-IF

           IF TROCA-OK
               IF DECISAO-LIBERAR
                   PERFORM PROCESSA-LOTE-LIBERADO
               END-IF
               CALL 'CBL_DELETE_FILE' USING WRK-QANT-DSNAME
               MOVE ZEROS TO RETURN-CODE
               PERFORM REGISTRA-DECISAO
           END-IF
           MOVE WRK-QBASE-DSNAME TO WRK-QUAR-DSNAME.

       COPIA-SEM-LOTE.
           MOVE ZEROS TO WRK-CNT-LOTE
           MOVE 'N' TO WRK-EOF-QUAR
           MOVE WRK-QBASE-DSNAME TO WRK-QUAR-DSNAME
           OPEN INPUT QUARENT-FILE
           IF WRK-QUAR-FS = '00'
               OPEN OUTPUT QUARENT-NOVO
               PERFORM UNTIL FIM-QUAR-FILE
                   READ QUARENT-FILE
                       AT END
                           SET FIM-QUAR-FILE TO TRUE
                       NOT AT END
                           IF QUAR-LOTE = WRK-LOTE-ATUAL
                               ADD 1 TO WRK-CNT-LOTE
                           ELSE
                               WRITE QNOVO-RECORD FROM QUAR-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARENT-NOVO
               CLOSE QUARENT-FILE
           END-IF
      ***** NO RECORD OF THE BATCH LEFT MEANS SOMEONE ELSE DECIDED IT
      ***** WHILE THE LIST WAS ON SCREEN.
           IF WRK-CNT-LOTE > 0
               SET TROCA-OK TO TRUE
           ELSE
               DISPLAY 'LOTE NAO ESTA MAIS EM QUARENTENA'
               MOVE '08' TO LK-COD-RETORNO
           END-IF.

       TROCA-QUARENTENA.
           MOVE ZEROS TO RETURN-CODE
           CALL 'CBL_RENAME_FILE' USING WRK-QBASE-DSNAME
               WRK-QANT-DSNAME
           IF RETURN-CODE NOT = 0
               SET TROCA-FALHOU TO TRUE
           ELSE
               CALL 'CBL_RENAME_FILE' USING WRK-QNOVO-DSNAME
                   WRK-QBASE-DSNAME
               IF RETURN-CODE NOT = 0
                   SET TROCA-FALHOU TO TRUE
                   MOVE ZEROS TO RETURN-CODE
                   CALL 'CBL_RENAME_FILE' USING WRK-QANT-DSNAME
                       WRK-QBASE-DSNAME
               END-IF
           END-IF
           MOVE ZEROS TO RETURN-CODE
           IF TROCA-FALHOU
               DISPLAY 'FALHA NA TROCA DO VOGQUAR, LOTE MANTIDO EM '
                       'QUARENTENA'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'VOGQUAR' TO WRK-ERRLOG-CAMPO
               MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               MOVE '08' TO LK-COD-RETORNO
           END-IF.

      ***** THE RELEASED RECORDS GO THROUGH THE SAME CLASSIFICATION
      ***** AS A NORMAL RUN, INTO THIS RUN'S VOGSTATS AND THE CURRENT
      ***** MONTH OF FONTMAST; RELEASED WORDS ARE ADDED TO THE DAY'S
      ***** VOGDETAIL.
       PROCESSA-LOTE-LIBERADO.
           SET HOUVE-LIBERACAO TO TRUE
           IF LOTE-DE-PALAVRAS
               ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
               MOVE SPACES TO WRK-DETALHE-DSNAME
               STRING 'VOGDETAIL.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-DETALHE-DSNAME
               END-STRING
               OPEN EXTEND DETALHE-FILE
               IF WRK-DETALHE-FS = '35'
                   OPEN OUTPUT DETALHE-FILE
                   MOVE 'DETALHAMENTO POR PALAVRA - VOGCONS' TO
                       DETALHE-LINE
                   WRITE DETALHE-LINE
               END-IF
           END-IF

           MOVE 'N' TO WRK-EOF-QUAR
           MOVE WRK-QANT-DSNAME TO WRK-QUAR-DSNAME
           OPEN INPUT QUARENT-FILE
           PERFORM UNTIL FIM-QUAR-FILE
               READ QUARENT-FILE
                   AT END
                       SET FIM-QUAR-FILE TO TRUE
                   NOT AT END
                       IF QUAR-LOTE = WRK-LOTE-ATUAL
                           MOVE QUAR-FONTE TO WRK-FONTE-ATUAL
                           IF LOTE-DE-LETRAS
                               MOVE QUAR-REGISTRO(1:1) TO WRK-LETRA
                               PERFORM CLASSIFICA-LETRA
                               PERFORM ACUMULA-FONTE
                           ELSE
                               MOVE QUAR-REGISTRO TO WRK-PALAVRA
                               PERFORM CLASSIFICA-PALAVRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUARENT-FILE

           IF LOTE-DE-PALAVRAS
               CLOSE DETALHE-FILE
           END-IF.

      ***** TWO LOG LINES PER DECISION: THE DECISION WITH THE SOURCE
      ***** AND RECORD COUNT, THEN THE BATCH (RUN DATE, TIME, FILE).
       REGISTRA-DECISAO.
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           IF DECISAO-LIBERAR
               MOVE 'QUARENT-LIBERA' TO WRK-ERRLOG-CAMPO
           ELSE
               MOVE 'QUARENT-EXPURGA' TO WRK-ERRLOG-CAMPO
           END-IF
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-LOTE-FONTE ' ' WRK-CNT-LOTE
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG

           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'QUARENT-LOTE' TO WRK-ERRLOG-CAMPO
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-LOTE-DATA WRK-LOTE-HORA WRK-LOTE-TIPO
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG

           IF DECISAO-LIBERAR
               DISPLAY 'LOTE LIBERADO: ' WRK-CNT-LOTE
                       ' REGISTROS INCLUIDOS NAS ESTATISTICAS'
           ELSE
               DISPLAY 'LOTE EXPURGADO: ' WRK-CNT-LOTE
                       ' REGISTROS DESCARTADOS'
           END-IF.

********************************
******* fa�a um programa que pe�a um n�mero e informe se ele �
******* positivo, negativo ou zero.
******* MODO-LOTE CLASSIFIES THE HAND-FED VALORFILE. MODO-LEDGER
******* (OPTION 3, OR THE NIGHTLY SINALNIT STEP, WHICH PASSES THE
******* MODE SO NO ONE HAS TO ANSWER THE CONSOLE MENU) CLASSIFIES
******* EVERY RESULT POSTED TO THE DAY'S EX2 LEDGERS. BOTH WRITE TO
******* THE SAME SINALCLS.yyyymmdd FEED, EACH RECORD MARKED WITH ITS
******* SOURCE, SO SINALDST DISTRIBUTES AND CROSS-CHECKS THEM
******* TOGETHER; A LEDGER RESULT ALSO CARRIES THE POSTING IT CAME
******* FROM (LEDGER-HORA-ED, OPCODE, BATCH-ID AND OPERATOR).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLASSIF-FS.

      ***** THE DAY'S LEDGERS, READ BY MODO-LEDGER ONLY.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WRK-LEDGER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEDGER-FS.

           COPY LEDLCKSL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

       DATA DIVISION.
               88 CLASSIF-NEGATIVO  VALUE 'N'.
               88 CLASSIF-ZERO      VALUE 'Z'.
               88 CLASSIF-POSITIVO  VALUE 'P'.
           05 FILLER                PIC X(01).
      ***** SOURCE OF THE VALUE: V = VALORFILE, L = A LEDGER POSTING
      ***** (BLANK, ON A FEED WRITTEN BEFORE THE COLUMN EXISTED, IS
      ***** VALORFILE). CLASSIF-VALOR KEEPS THE WHOLE-UNIT PART;
      ***** CLASSIF-RESULTADO IS THE FULL VALUE THE CLASS WAS DECIDED
      ***** ON, SO A -0.50 RESULT IS STILL NEGATIVE.
           05 CLASSIF-ORIGEM        PIC X(01).
               88 CLASSIF-DO-VALORFILE VALUE 'V' SPACE.
               88 CLASSIF-DO-LEDGER VALUE 'L'.
           05 FILLER                PIC X(01).
           05 CLASSIF-RESULTADO     PIC S9(4)V99 SIGN IS TRAILING
                                     SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
      ***** LEDGER POSTING THE RESULT CAME FROM - BLANK FOR VALORFILE.
      ***** A BLANK BATCH-ID IS THE UNSUFFIXED LEDGER.yyyymmdd, ANY
      ***** OTHER IS THE WINDOW'S LEDGER.yyyymmddBB.
           05 CLASSIF-REFERENCIA.
               10 CLASSIF-HORA      PIC X(08).
               10 FILLER            PIC X(01).
               10 CLASSIF-OPCODE    PIC X(01).
               10 FILLER            PIC X(01).
               10 CLASSIF-LOTE      PIC X(02).
               10 FILLER            PIC X(01).
               10 CLASSIF-OPERADOR  PIC X(08).

      ***** SAME FIXED COLUMNS LEDGVER CHECKS (HORA 1-8, OPCODE 10,
      ***** RESULT 30-37, OPERATOR 39-46).
       FD  LEDGER-FILE.
       01  LEDGER-LINE              PIC X(60).

       COPY LEDLCKFD.

       COPY RUNLOGFD.

       COPY ERRLOGFD.

      ***** EVERY AUDIT AND ERRORLOG RECORD THIS SESSION WRITES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

      ***** 3 = MODO-LEDGER CALLED BY THE NIGHTLY SINALNIT STEP.
       77 WRK-MODO PIC X(01) VALUE SPACE.
           88 MODO-NOTURNO VALUE '3'.
       77 WRK-COD-RETORNO PIC X(02) VALUE '00'.

      ***** THE VALUE BEING CLASSIFIED, DECIMALS INCLUDED, AND WHERE
      ***** IT CAME FROM (SEE CLASSIF-RECORD).
       77 WRK-RESULTADO PIC S9(4)V99 VALUE ZEROS.
       77 WRK-ORIGEM PIC X(01) VALUE 'V'.
           88 ORIGEM-VALORFILE VALUE 'V'.
           88 ORIGEM-LEDGER VALUE 'L'.
       01  WRK-REFERENCIA.
           05 WRK-REF-HORA PIC X(08) VALUE SPACES.
           05 WRK-REF-OPCODE PIC X(01) VALUE SPACE.
           05 WRK-REF-LOTE PIC X(02) VALUE SPACES.
           05 WRK-REF-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
           88 FIM-CLASSIF-FILE VALUE 'Y'.

       77 WRK-LEDGER-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-LEDGER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.
       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
       77 WRK-BATCH-PROBE PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE PIC X(02) VALUE SPACES.
       77 WRK-LOTE-NUM PIC 9(02) VALUE ZEROS.
       77 WRK-LED-TESTVAL PIC S9(4) VALUE ZEROS.

      ***** ONE COUNT PER LEDGER OF THE DAY (1 = UNSUFFIXED, 2-11 =
      ***** BATCH-ID 01-10): HOW MANY OF ITS RESULTS TODAY'S FEED
      ***** ALREADY HOLDS. A LEDGER ONLY GROWS AT THE END, SO A RERUN
      ***** PASSES OVER THAT MANY CLASSIFIABLE LINES AND CLASSIFIES
      ***** ONLY THE ONES POSTED SINCE.
       01  WRK-FEITO-TAB.
           05 WRK-FEITO-QTDE OCCURS 11 TIMES PIC 9(07).
       77 WRK-FEITO-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-LED-VALIDAS PIC 9(07) VALUE ZEROS.

       77 WRK-CNT-LED-ARQUIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-LED-JA-FEITO PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LED-EM-USO PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-LED-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LED-CLASSIF PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LED-IGNORADAS PIC 9(07) VALUE ZEROS.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==05==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='SINALCHK'==.

       COPY LEDLCK.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='SINALCHK'==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).
       01 LK-MODO PIC X(01).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR
               OPTIONAL LK-MODO.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR.
       PERFORM INICIALIZA.
       IF LK-MODO NOT OMITTED
           MOVE LK-MODO TO WRK-MODO
       END-IF.
       IF MODO-NOTURNO
           MOVE 3 TO WRK-OPCAO
       ELSE
           DISPLAY 'ESCOLHA O MODO DE ENTRADA'
           DISPLAY '1- INFORMAR VALOR VIA CONSOLE'
           DISPLAY '2- PROCESSAR ARQUIVO DE TRANSA��ES (LOTE)'
           DISPLAY '3- CLASSIFICAR RESULTADOS DOS LEDGERS DO DIA'
           ACCEPT WRK-OPCAO FROM CONSOLE
       END-IF.

       EVALUATE WRK-OPCAO
           WHEN 1
               PERFORM MODO-CONSOLE
           WHEN 2
               PERFORM MODO-LOTE
           WHEN 3
               PERFORM MODO-LEDGER
           WHEN OTHER
               DISPLAY 'OP��O INV�LIDA'
               MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO
       END-EVALUATE.

       PERFORM FINALIZA.
       MOVE WRK-COD-RETORNO TO LK-COD-RETORNO.
       GOBACK.

       INICIALIZA.

       MODO-CONSOLE.
           PERFORM ACEITA-NM
           MOVE WRK-NM TO WRK-RESULTADO
           PERFORM CLASSIFICA-VALOR.

       ACEITA-NM.
                           SET FIM-VALOR-FILE TO TRUE
                       NOT AT END
                           MOVE VALOR-REG TO WRK-NM
                           MOVE WRK-NM TO WRK-RESULTADO
                           PERFORM CLASSIFICA-VALOR
                           PERFORM GRAVA-CLASSIF
                   END-READ

       CLASSIFICA-VALOR.
           EVALUATE TRUE
               WHEN WRK-RESULTADO < 0
                   DISPLAY 'NEGATIVO'
                   MOVE 'NEGATIVO' TO WRK-CLASSIFICACAO
               WHEN WRK-RESULTADO = 0
                   DISPLAY 'ZERO'
                   MOVE 'ZERO' TO WRK-CLASSIFICACAO
               WHEN OTHER
           END-IF
           MOVE SPACES TO CLASSIF-RECORD
           MOVE WRK-NM TO CLASSIF-VALOR
           MOVE WRK-ORIGEM TO CLASSIF-ORIGEM
           MOVE WRK-RESULTADO TO CLASSIF-RESULTADO
           MOVE WRK-REF-HORA TO CLASSIF-HORA
           MOVE WRK-REF-OPCODE TO CLASSIF-OPCODE
           MOVE WRK-REF-LOTE TO CLASSIF-LOTE
           MOVE WRK-REF-OPERADOR TO CLASSIF-OPERADOR
           EVALUATE TRUE
               WHEN WRK-RESULTADO < 0
                   SET CLASSIF-NEGATIVO TO TRUE
               WHEN WRK-RESULTADO = 0
                   SET CLASSIF-ZERO TO TRUE
               WHEN OTHER
                   SET CLASSIF-POSITIVO TO TRUE
           END-EVALUATE
           WRITE CLASSIF-RECORD
           CLOSE CLASSIF-FILE.

      ***** EVERY RESULT POSTED TO TODAY'S LEDGERS - THE UNSUFFIXED
      ***** LEDGER.yyyymmdd AND EACH BATCH WINDOW'S LEDGER.yyyymmddBB,
      ***** PROBED THE WAY LEDGVER PROBES THEM - GOES THROUGH THE SAME
      ***** CLASSIFICA-VALOR/GRAVA-CLASSIF AS A VALORFILE ITEM, SO A
      ***** NEGATIVE SUBTRACAO OR ACCUMULATOR-CHAIN RESULT REACHES THE
      ***** CREDIT TEAM'S REVIEW THROUGH SINALDST. RESULTS ALREADY IN
      ***** TODAY'S FEED ARE NOT CLASSIFIED AGAIN, SO A RERUN ONLY
      ***** PICKS UP WHAT AN EARLIER RUN LEFT OUT - INCLUDING LINES
      ***** POSTED TO A LEDGER AFTER IT WAS FIRST CLASSIFIED. A
      ***** LEDGER STILL HELD IN THE LEDGLOCK REGISTRY MAY GROW AFTER
      ***** THIS PASS: IT IS LEFT FOR THE RERUN AND THE RUN ENDS RC 04.
       MODO-LEDGER.
           SET ORIGEM-LEDGER TO TRUE
           IF MODO-NOTURNO
               MOVE 'SINALNIT' TO WRK-RUN-PROGRAMA
               MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
               PERFORM INICIA-RUNLOG
           END-IF
           PERFORM CARREGA-LEDGERS-FEITOS

           MOVE SPACES TO WRK-LOTE
           MOVE 1 TO WRK-FEITO-IDX
           PERFORM CLASSIFICA-UM-LEDGER
           PERFORM VARYING WRK-BATCH-PROBE FROM 1 BY 1
                   UNTIL WRK-BATCH-PROBE > WRK-BATCH-MAX
               MOVE WRK-BATCH-PROBE TO WRK-LOTE
               COMPUTE WRK-FEITO-IDX = WRK-BATCH-PROBE + 1
               PERFORM CLASSIFICA-UM-LEDGER
           END-PERFORM

           DISPLAY 'LEDGERS DO DIA..........: ' WRK-CNT-LED-ARQUIVOS
           DISPLAY 'RESULTADOS JA NO FEED...: ' WRK-CNT-LED-JA-FEITO
           DISPLAY 'EM USO, NAO LIDOS.......: ' WRK-CNT-LED-EM-USO
           DISPLAY 'RESULTADOS CLASSIFICADOS: ' WRK-CNT-LED-CLASSIF
           DISPLAY 'LINHAS IGNORADAS........: ' WRK-CNT-LED-IGNORADAS
           IF WRK-CNT-LED-EM-USO > 0
               MOVE '04' TO WRK-COD-RETORNO
           END-IF

           IF MODO-NOTURNO
               MOVE WRK-CNT-LED-LINHAS TO WRK-RUN-LIDOS
               MOVE WRK-CNT-LED-CLASSIF TO WRK-RUN-GRAVADOS
               IF WRK-CNT-LED-EM-USO > 0
                   MOVE 4 TO WRK-RUN-COD-CONCLUSAO
               END-IF
               PERFORM ENCERRA-RUNLOG
           END-IF.

      ***** COUNTS, PER LEDGER, THE LEDGER RECORDS AN EARLIER RUN
      ***** ALREADY WROTE TO TODAY'S FEED.
       CARREGA-LEDGERS-FEITOS.
           INITIALIZE WRK-FEITO-TAB
           IF WRK-CLASSIF-DSNAME = SPACES
               STRING 'SINALCLS.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-CLASSIF-DSNAME
               END-STRING
           END-IF
           MOVE 'N' TO WRK-EOF-CLASSIF
           OPEN INPUT CLASSIF-FILE
           IF WRK-CLASSIF-FS = '00'
               PERFORM UNTIL FIM-CLASSIF-FILE
                   READ CLASSIF-FILE
                       AT END
                           SET FIM-CLASSIF-FILE TO TRUE
                       NOT AT END
                           IF CLASSIF-DO-LEDGER
                               PERFORM MARCA-LEDGER-FEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSIF-FILE
           END-IF.

       MARCA-LEDGER-FEITO.
           IF CLASSIF-LOTE = SPACES
               ADD 1 TO WRK-FEITO-QTDE(1)
           ELSE
               IF CLASSIF-LOTE IS NUMERIC
                   MOVE CLASSIF-LOTE TO WRK-LOTE-NUM
                   IF WRK-LOTE-NUM >= 1
                           AND WRK-LOTE-NUM <= WRK-BATCH-MAX
                       ADD 1 TO WRK-FEITO-QTDE(WRK-LOTE-NUM + 1)
                   END-IF
               END-IF
           END-IF.

      ***** ONE LEDGER OF THE DAY (WRK-LOTE = ITS BATCH-ID, BLANK FOR
      ***** THE UNSUFFIXED ONE), SKIPPED SILENTLY WHEN IT DOES NOT
      ***** EXIST. A LEDGER STILL HELD IN LEDGLOCK IS NOT READ AT ALL,
      ***** HOWEVER MUCH OF IT THE FEED ALREADY HOLDS.
       CLASSIFICA-UM-LEDGER.
           MOVE SPACES TO WRK-LEDGER-DSNAME
           STRING 'LEDGER.' WRK-HOJE-AAAAMMDD WRK-LOTE
                   DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
           END-STRING
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
               ADD 1 TO WRK-CNT-LED-ARQUIVOS
               MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
               PERFORM CONSULTA-LOCK
               EVALUATE TRUE
                   WHEN LCK-OCUPADO
                       PERFORM REGISTRA-LEDGER-EM-USO
                   WHEN OTHER
                       MOVE ZEROS TO WRK-LED-VALIDAS
                       PERFORM UNTIL FIM-LEDGER-FILE
                           READ LEDGER-FILE
                               AT END
                                   SET FIM-LEDGER-FILE TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-CNT-LED-LINHAS
                                   PERFORM CLASSIFICA-LINHA-LEDGER
                           END-READ
                       END-PERFORM
               END-EVALUATE
               CLOSE LEDGER-FILE
           END-IF.

       REGISTRA-LEDGER-EM-USO.
           ADD 1 TO WRK-CNT-LED-EM-USO
           DISPLAY 'LEDGER ' WRK-LEDGER-DSNAME ' EM USO POR '
                   WRK-LCK-DONO-OPERADOR ' (' WRK-LCK-DONO-PROGRAMA
                   ') DESDE ' WRK-LCK-DONO-DATA ' '
                   WRK-LCK-DONO-HORA ' NAO CLASSIFICADO'
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'LEDGER-EM-USO' TO WRK-ERRLOG-CAMPO
           MOVE WRK-LEDGER-DSNAME TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG.

      ***** A LINE WHOSE HORA OR RESULT DOES NOT PARSE IS LEDGVER'S
      ***** BUSINESS; IT IS ONLY COUNTED HERE. THE FIRST
      ***** WRK-FEITO-QTDE CLASSIFIABLE LINES ARE THE ONES THE FEED
      ***** ALREADY HOLDS.
       CLASSIFICA-LINHA-LEDGER.
           IF LEDGER-LINE(1:8) IS NOT NUMERIC
                   OR LEDGER-LINE(10:1) = SPACE
               ADD 1 TO WRK-CNT-LED-IGNORADAS
           ELSE
               MOVE FUNCTION TEST-NUMVAL(LEDGER-LINE(30:8))
                   TO WRK-LED-TESTVAL
               IF WRK-LED-TESTVAL NOT = 0
                   ADD 1 TO WRK-CNT-LED-IGNORADAS
               ELSE
                   ADD 1 TO WRK-LED-VALIDAS
                   IF WRK-LED-VALIDAS <= WRK-FEITO-QTDE(WRK-FEITO-IDX)
                       ADD 1 TO WRK-CNT-LED-JA-FEITO
                   ELSE
                       MOVE FUNCTION NUMVAL(LEDGER-LINE(30:8))
                           TO WRK-RESULTADO
                       MOVE WRK-RESULTADO TO WRK-NM
                       MOVE LEDGER-LINE(1:8) TO WRK-REF-HORA
                       MOVE LEDGER-LINE(10:1) TO WRK-REF-OPCODE
                       MOVE WRK-LOTE TO WRK-REF-LOTE
                       MOVE LEDGER-LINE(39:8) TO WRK-REF-OPERADOR
                       PERFORM CLASSIFICA-VALOR
                       PERFORM GRAVA-CLASSIF
                       ADD 1 TO WRK-CNT-LED-CLASSIF
                   END-IF
               END-IF
           END-IF.

       COPY LEDLCKP.

       COPY RUNLOGP.

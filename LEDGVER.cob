******* AHEAD OF THE DAILY ROLLUPS, CONFIRMS EACH LINE PARSES
******* CLEANLY, AND RECOMPUTES NUM1-OPCODE-NUM2 TO CHECK THE
******* RECORDED RESULT - ACCUMULATOR CHAINS (LETTER OPCODES, SEE
******* EX2'S CALCULA-ACUMULADOR) ARE REPLAYED IN FILE ORDER. THE
******* FORMULA COMES FROM THE OPCODE CATALOG (OPCATAL), AND A
******* LINE WHOSE OPCODE WAS NOT IN FORCE ON THE DATE IS FLAGGED. A
******* TRUNCATED WRITE OR A STRAY HAND EDIT THAT WOULD OTHERWISE
******* FLOW STRAIGHT THROUGH ACUMULA-LEDGER-DIA'S NUMVAL CALLS
******* LANDS IN THE DISCREPANCY REPORT LEDGVER.yyyymmdd INSTEAD,
******* AND THE RUN ENDS WITH COMPLETION CODE 8 SO THE SCHEDULER
******* HOLDS CONSOLIDATION AND THE DIGESTS.
******* A LEDGER STILL HELD BY A WRITER IN THE LEDGLOCK REGISTRY
******* IS NOT VERIFIED: IT IS LISTED AND ALSO ENDS THE RUN WITH 8.
******* THE BUSINESS DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER
******* LINE ('AAAAMMDD'); BLANK/MISSING MEANS TODAY. A RUN WITH
******* DISCREPANCIES ALSO QUEUES A LEDGVER-DISCREP EVENT ON THE
******* SHARED NOTIFQ FOR NOTIFDSP TO SEND. START AND END
******* OF THE STEP (LINES VERIFIED IN, DISCREPANCIES OUT) GO TO
******* THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPCATSL.

           COPY LEDLCKSL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
      ***** READ RAW - THE WHOLE POINT IS TO CHECK THE LINE BEFORE
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       COPY OPCATFD.

       COPY LEDLCKFD.

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA-NUM PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-DISCREP PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-EM-USO PIC 9(03) VALUE ZEROS.

      ***** PARSED FIELDS OF THE LINE UNDER VERIFICATION.
       77 WRK-OPCODE PIC X(01) VALUE SPACE.
      ***** SCOPE A BATCH WINDOW'S CHAIN ACTUALLY HAD.
       77 WRK-ACUMULADOR PIC S9(4)V99 VALUE ZEROS.

       77 WRK-VIGENCIA PIC X(01) VALUE 'S'.
           88 OPCODE-VIGENTE VALUE 'S'.
           88 OPCODE-FORA-VIGENCIA VALUE 'N'.

       COPY OPCAT.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY LEDLCK.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='LEDGVER '==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='LEDGVER '==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='LEDGVER '==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE SPACES TO WRK-PARM-DATA
           END-IF
           MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-ALVO
       END-IF
       MOVE WRK-DATA-ALVO TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

      ***** WITHOUT THE CATALOG NO LINE CAN BE RECOMPUTED, SO THE
      ***** STREAM IS HELD JUST AS IT IS FOR A DISCREPANCY.
       PERFORM CARREGA-CATALOGO
       IF WRK-OPC-CNT = ZEROS
           DISPLAY 'CATALOGO DE OPCODES (OPCATAL) AUSENTE OU VAZIO, '
                   'VERIFICACAO NAO REALIZADA'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
           MOVE 'AUSENTE OU VAZIO' TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
           MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
           STOP RUN
       END-IF

       STRING 'LEDGVER.' WRK-DATA-ALVO DELIMITED BY SIZE
               INTO WRK-REPORT-DSNAME
       END-STRING
       WRITE REPORT-LINE
       DISPLAY REPORT-LINE
       IF WRK-CNT-EM-USO > 0
           MOVE SPACES TO REPORT-LINE
           STRING 'LEDGERS EM USO, NAO VERIFICADOS: ' WRK-CNT-EM-USO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
       END-IF
       CLOSE REPORT-FILE

      ***** ANY DISCREPANCY HOLDS THE STREAM: CONSOLIDATION AND THE
           MOVE 'WRK-CNT-DISCREP' TO WRK-ERRLOG-CAMPO
           MOVE WRK-CNT-DISCREP TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           PERFORM NOTIFICA-DISCREPANCIAS
           MOVE 8 TO RETURN-CODE
       END-IF

      ***** A LEDGER STILL HELD BY A WRITER CANNOT BE CERTIFIED - IT
      ***** MAY GROW AFTER THIS PASS - SO THE STREAM IS HELD THE SAME
      ***** WAY UNTIL THE WRITER ENDS OR ITS STALE LOCK IS CLEARED.
       IF WRK-CNT-EM-USO > 0
           MOVE 8 TO RETURN-CODE
       END-IF

       MOVE WRK-CNT-LINHAS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-DISCREP TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY NOTIFP.

      ***** ONE EVENT PER DATE AND DISCREPANCY COUNT: A RERUN THAT
      ***** FINDS THE SAME LEDGERS IN THE SAME STATE IS NOT SENT
      ***** AGAIN, ONE THAT FINDS THEM CHANGED IS.
       NOTIFICA-DISCREPANCIAS.
           MOVE 'LEDGVER-DISCREP' TO WRK-NTF-TIPO
           SET NOTIF-SEV-ALTA TO TRUE
           MOVE WRK-DATA-ALVO TO WRK-NTF-DATA
           MOVE SPACES TO WRK-NTF-CHAVE
           STRING WRK-REPORT-DSNAME DELIMITED BY SPACE
                   ' ' WRK-CNT-DISCREP
                   DELIMITED BY SIZE INTO WRK-NTF-CHAVE
           END-STRING
           MOVE SPACES TO WRK-NTF-TEXTO
           STRING 'LINHAS VERIFICADAS: ' WRK-CNT-LINHAS
                   ' DISCREPANCIAS: ' WRK-CNT-DISCREP
                   ' - VEJA ' WRK-REPORT-DSNAME
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-STRING
           PERFORM GRAVA-NOTIF.

       COPY LEDLCKP.

       COPY RUNLOGP.

       COPY OPCATP.

      ***** VERIFIES ONE LEDGER DSNAME (ALREADY BUILT BY THE MAIN
      ***** LINE), SKIPPING SILENTLY WHEN IT DOES NOT EXIST, THE
      ***** SAME WAY THE ROLLUP PROBES DO. THE ACCUMULATOR REPLAY
      ***** RESTARTS AT ZERO PER FILE. A LEDGER HELD IN THE LEDGLOCK
      ***** REGISTRY IS STILL BEING WRITTEN AND IS ONLY REPORTED.
       VERIFICA-UM-LEDGER.
           MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
           PERFORM CONSULTA-LOCK
           IF LCK-OCUPADO
               PERFORM REGISTRA-LEDGER-EM-USO
           ELSE
               PERFORM VERIFICA-LEDGER-LIVRE
           END-IF.

       REGISTRA-LEDGER-EM-USO.
           ADD 1 TO WRK-CNT-EM-USO
           MOVE SPACES TO REPORT-LINE
           STRING 'ARQUIVO: ' WRK-LEDGER-DSNAME ' EM USO POR '
                   WRK-LCK-DONO-OPERADOR ' (' WRK-LCK-DONO-PROGRAMA
                   ') DESDE ' WRK-LCK-DONO-DATA ' '
                   WRK-LCK-DONO-HORA ' NAO VERIFICADO'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'LEDGER-EM-USO' TO WRK-ERRLOG-CAMPO
           MOVE WRK-LEDGER-DSNAME TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG.

       VERIFICA-LEDGER-LIVRE.
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
      ***** RECOMPUTES THE LINE THE WAY EX2 DID: THE SAME VERBS, THE
      ***** SAME ROUNDING, THE SAME PICTURE - SO A MATCH MEANS THE
      ***** RECORDED RESULT IS EXACTLY WHAT THE NORMAL PATH WOULD
      ***** POST AGAIN TODAY. THE CATALOG ENTRY IN FORCE ON THE
      ***** LEDGER'S DATE GIVES THE FORMULA; A LINE WHOSE OPCODE WAS
      ***** NOT IN FORCE THAT DAY IS STILL REPLAYED (SO AN
      ***** ACCUMULATOR CHAIN STAYS IN STEP) BUT IS A DISCREPANCY.
       RECALCULA-LINHA.
           MOVE ZEROS TO WRK-ESPERADO
           SET OPCODE-VIGENTE TO TRUE
           MOVE WRK-OPCODE TO WRK-OPC-ALVO
           MOVE WRK-DATA-ALVO TO WRK-OPC-DATA
           PERFORM LOCALIZA-OPCODE
           IF WRK-OPC-MATCH = ZEROS
               SET OPCODE-FORA-VIGENCIA TO TRUE
               MOVE WRK-OPC-QUALQUER TO WRK-OPC-MATCH
           END-IF
           IF WRK-OPC-MATCH = ZEROS
               MOVE 'OPCODE INVALIDO' TO WRK-MOTIVO
               SET PARSE-FALHOU TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN OPC-FORM-CADEIA(WRK-OPC-MATCH)
                       PERFORM RECALCULA-ACUMULADOR
                   WHEN WRK-OPC-DIVISOR(WRK-OPC-MATCH) = 'S'
                           AND WRK-NUM2 = ZEROS
                       MOVE 'DIVISAO POR ZERO NO LEDGER' TO WRK-MOTIVO
                       SET PARSE-FALHOU TO TRUE
                   WHEN OPC-FORM-SOMA(WRK-OPC-MATCH)
                       ADD WRK-NUM1 WRK-NUM2 GIVING WRK-ESPERADO
                   WHEN OPC-FORM-SUBTRACAO(WRK-OPC-MATCH)
                       SUBTRACT WRK-NUM1 FROM WRK-NUM2
                           GIVING WRK-ESPERADO
                   WHEN OPC-FORM-DIVISAO(WRK-OPC-MATCH)
                       DIVIDE WRK-NUM1 BY WRK-NUM2
                           GIVING WRK-ESPERADO ROUNDED
                   WHEN OPC-FORM-MULTIPLICA(WRK-OPC-MATCH)
                       MULTIPLY WRK-NUM1 BY WRK-NUM2
                           GIVING WRK-ESPERADO ROUNDED
                   WHEN OPC-FORM-PORCENTAGEM(WRK-OPC-MATCH)
                       COMPUTE WRK-ESPERADO ROUNDED =
                           (WRK-NUM1 / 100) * WRK-NUM2
                   WHEN OPC-FORM-RESTO(WRK-OPC-MATCH)
                       DIVIDE WRK-NUM1 BY WRK-NUM2
                           GIVING WRK-DIV-QUOC
                           REMAINDER WRK-ESPERADO
      ***** T NEVER REACHES THE LEDGER - EX2 POSTS IT AS A
      ***** PERCENTAGE UNDER THE RESOLVED RATE.
                   WHEN OTHER
                       MOVE 'OPCODE INVALIDO' TO WRK-MOTIVO
                       SET PARSE-FALHOU TO TRUE
               END-EVALUATE
               IF PARSE-OK AND OPCODE-FORA-VIGENCIA
                   MOVE 'OPCODE INATIVO NA DATA' TO WRK-MOTIVO
                   SET PARSE-FALHOU TO TRUE
               END-IF
           END-IF.

       RECALCULA-ACUMULADOR.
           EVALUATE WRK-OPCODE
               WHEN 'L'
                   MOVE WRK-NUM1 TO WRK-ACUMULADOR
               WHEN 'A'
                   ADD WRK-NUM1 TO WRK-ACUMULADOR
               WHEN 'S'
                   SUBTRACT WRK-NUM1 FROM WRK-ACUMULADOR
               WHEN 'M'
                   COMPUTE WRK-ACUMULADOR ROUNDED =
                       WRK-ACUMULADOR * WRK-NUM1
               WHEN 'P'
                   COMPUTE WRK-ACUMULADOR ROUNDED =
                       (WRK-ACUMULADOR * WRK-NUM1) / 100
           END-EVALUATE
           MOVE WRK-ACUMULADOR TO WRK-ESPERADO.

       GRAVA-DISCREPANCIA.
           ADD 1 TO WRK-CNT-DISCREP

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGREC.
********************************
******* LEDGER REBUILD AND COMPARE. FOR A BUSINESS DATE AND ONE OF
******* ITS LEDGERS (THE UNSUFFIXED LEDGER.yyyymmdd OR A BATCH
******* WINDOW'S LEDGER.yyyymmddBB) HAS EX2 REPLAY THE ARCHIVED
******* INPUTS THAT POSTED IT - THE WINDOW'S TRANFILE COPY
******* (TRANARQ.yyyymmddBB) AND PENDENTES RELEASES
******* (PENDLIB.yyyymmddBB), OR THE SESSION LEDGER'S INPUT
******* JOURNAL (LEDGENT.yyyymmdd: CONSOLE ENTRIES, OPTION-6 LOTS,
******* REPOSTFILE ITEMS AND APPROVED ITEMS) - THROUGH ITS OWN
******* POSTING LOGIC, WITH THE CATALOG AND RATETAB RATES IN FORCE
******* ON THAT DATE, INTO LEDGREB.yyyymmdd[BB] (EX2 MODE 'X').
******* THE REBUILT LEDGER IS THEN COMPARED LINE BY LINE WITH THE
******* ONE ON DISK (POSTING TIME IGNORED) AND EVERY LINE MISSING
******* FROM, EXTRA IN OR DIFFERENT IN THE LEDGER IS LISTED IN
******* LEDGREC.yyyymmdd[BB]. WHEN THEY DIFFER, A SUPERVISOR
******* HOLDING THE RECONST PRIVILEGE ON OPERSEC MAY SWAP THE
******* REBUILT LEDGER IN: THE DATE MUST BE OPEN (DAYSTAT), THE
******* LEDGER IS HELD IN LEDGLOCK FOR THE SWAP, THE ORIGINAL IS
******* KEPT AS LEDGANT.yyyymmdd[BB], THE SWAP IS STAMPED ON
******* ERRORLOG (SEVERITY NEGOCIO) AND THE DATE'S REPORT AND
******* DIGEST ARE REMOVED SO THEY ARE REGENERATED FROM THE NEW
******* LEDGER. A LINE THAT MATCHES KEEPS ITS ORIGINAL POSTING TIME,
******* SO LEDGERMEMO AND THE REPORTS STILL FIND IT.
******* COMPLETION: 00 LEDGER MATCHES, 04 DIFFERENCES FOUND (SWAPPED
******* OR NOT), 08 NOTHING COMPARED (LEDGER IN USE, NOTHING
******* ARCHIVED FOR THE DATE, LEDGER TOO LARGE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WRK-LEDGER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEDGER-FS.

           SELECT REBUILT-FILE ASSIGN TO DYNAMIC WRK-REB-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REB-FS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FS.

           SELECT DAYSTAT-FILE ASSIGN TO "DAYSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DAYSTAT-FS.

           COPY OPSECSL.

           COPY LEDLCKSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** LEDGER LINE AS EX2 WRITES IT: POSTING TIME IN 1-8, THE
      ***** POSTING ITSELF IN 9-57.
       FD  LEDGER-FILE.
       01  LEDGER-LINE             PIC X(57).

       FD  REBUILT-FILE.
       01  REBUILT-LINE            PIC X(57).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       FD  DAYSTAT-FILE.
       01  DAYSTAT-RECORD.
           05 STAT-DATA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 STAT-STATUS          PIC X(01).
           05 FILLER               PIC X(01).
           05 STAT-HORA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 STAT-OPERADOR        PIC X(08).

       COPY OPSECFD.

       COPY LEDLCKFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-SUPERVISOR PIC X(08) VALUE SPACES.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-BATCH-ID PIC 9(02) VALUE ZEROS.
       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.

       77 WRK-LEDGER-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-LEDGER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.
       77 WRK-REB-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-REB-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-REB PIC X(01) VALUE 'N'.
           88 FIM-REBUILT-FILE VALUE 'Y'.
       77 WRK-ANT-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-REPORT-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-REPORT-FS PIC X(02) VALUE SPACES.
       77 WRK-ALVO-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-DAYSTAT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-DAYSTAT PIC X(01) VALUE 'N'.
           88 FIM-DAYSTAT-FILE VALUE 'Y'.
       77 WRK-DIA-STATUS PIC X(01) VALUE SPACE.
           88 DIA-FECHADO VALUE 'F'.

       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'S' 'N'.

      ***** EX2 REBUILD CALL: MODE 'X', THE OPERATOR THE REPLAY POSTS
      ***** A WINDOW UNDER (THE SESSION LEDGER'S JOURNAL CARRIES ITS
      ***** OWN) AND THE DATE/BATCH-ID TO REBUILD.
       77 WRK-EX2-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-EX2-MODO PIC X(01) VALUE 'X'.
       77 WRK-EX2-OPERADOR PIC X(08) VALUE SPACES.
       01 WRK-EX2-PARM.
           05 WRK-EX2-DATA PIC 9(08).
           05 WRK-EX2-BATCH-ID PIC 9(02).

      ***** BOTH LEDGERS ARE HELD WHOLE FOR THE COMPARISON. A LEDGER
      ***** LARGER THAN THE TABLE IS NOT COMPARED AT ALL - A PARTIAL
      ***** COMPARISON WOULD LIST THE CUT-OFF TAIL AS MISSING.
       77 WRK-LINHAS-MAX PIC 9(04) VALUE 2000.
       77 WRK-TAB-CHEIA PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA VALUE 'S'.
       77 WRK-ORI-QTDE PIC 9(04) VALUE ZEROS.
       77 WRK-REB-QTDE PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-ORIGINAL.
           05 WRK-ORI-LINHA OCCURS 2000 TIMES.
               10 WRK-ORI-HORA PIC X(08).
               10 WRK-ORI-CORPO PIC X(49).
       01 WRK-TAB-RECONST.
           05 WRK-REB-LINHA OCCURS 2000 TIMES.
               10 WRK-REB-HORA PIC X(08).
               10 WRK-REB-CORPO PIC X(49).

       77 WRK-IDX-ORI PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-REB PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-ORI PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-REB PIC 9(04) VALUE ZEROS.

       77 WRK-CNT-IGUAIS PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-FALTAM PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-SOBRAM PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DIFEREM PIC 9(05) VALUE ZEROS.
       77 WRK-CNT-DIFERENCAS PIC 9(05) VALUE ZEROS.

       77 WRK-TROCA PIC X(01) VALUE 'N'.
           88 TROCA-EFETUADA VALUE 'S'.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY LEDLCK.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='LEDGREC '==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR.
       MOVE '00' TO LK-COD-RETORNO.
       MOVE 'N' TO WRK-TROCA.
       PERFORM ACEITA-DATA.
       PERFORM ACEITA-BATCH-ID.
       PERFORM MONTA-NOMES.

      ***** A LEDGER BEING WRITTEN RIGHT NOW WOULD BE COMPARED HALF
      ***** WAY THROUGH ITS RUN.
       MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME.
       PERFORM CONSULTA-LOCK.
       IF LCK-OCUPADO
           DISPLAY 'LEDGER ' WRK-LEDGER-DSNAME ' EM USO POR '
                   WRK-LCK-DONO-OPERADOR ' ('
                   WRK-LCK-DONO-PROGRAMA ' MODO '
                   WRK-LCK-DONO-MODO '), RECONSTRUCAO RECUSADA'
           MOVE '08' TO LK-COD-RETORNO
       ELSE
           PERFORM RECONSTROI-LEDGER
       END-IF.

       GOBACK.

       ACEITA-DATA.
           PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
               DISPLAY 'INFORME A DATA (AAAAMMDD, 0 PARA HOJE)'
               ACCEPT WS-NUMCHK-RAW FROM CONSOLE
               PERFORM VALIDA-NUMCHK
               IF NUMERIC-CHECK-FALHOU
                   DISPLAY 'DATA INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-DATA-ALVO
           IF WRK-DATA-ALVO = 0
               ACCEPT WRK-DATA-ALVO FROM DATE YYYYMMDD
           END-IF.

       ACEITA-BATCH-ID.
           MOVE 99 TO WRK-BATCH-ID
           PERFORM WITH TEST AFTER UNTIL WRK-BATCH-ID <= WRK-BATCH-MAX
               DISPLAY 'INFORME O BATCH-ID (01-10, 0 PARA O LEDGER '
                       'DA SESSAO)'
               ACCEPT WS-NUMCHK-RAW FROM CONSOLE
               PERFORM VALIDA-NUMCHK
               IF NUMERIC-CHECK
                   MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-BATCH-ID
               ELSE
                   MOVE 99 TO WRK-BATCH-ID
               END-IF
               IF WRK-BATCH-ID > WRK-BATCH-MAX
                   DISPLAY 'BATCH-ID INVALIDO, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

       MONTA-NOMES.
           MOVE SPACES TO WRK-LEDGER-DSNAME WRK-REB-DSNAME
                          WRK-ANT-DSNAME WRK-REPORT-DSNAME
           IF WRK-BATCH-ID > ZEROS
               STRING 'LEDGER.' WRK-DATA-ALVO WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
               STRING 'LEDGREB.' WRK-DATA-ALVO WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-REB-DSNAME
               END-STRING
               STRING 'LEDGANT.' WRK-DATA-ALVO WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-ANT-DSNAME
               END-STRING
               STRING 'LEDGREC.' WRK-DATA-ALVO WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-REPORT-DSNAME
               END-STRING
           ELSE
               STRING 'LEDGER.' WRK-DATA-ALVO DELIMITED BY SIZE
                       INTO WRK-LEDGER-DSNAME
               END-STRING
               STRING 'LEDGREB.' WRK-DATA-ALVO DELIMITED BY SIZE
                       INTO WRK-REB-DSNAME
               END-STRING
               STRING 'LEDGANT.' WRK-DATA-ALVO DELIMITED BY SIZE
                       INTO WRK-ANT-DSNAME
               END-STRING
               STRING 'LEDGREC.' WRK-DATA-ALVO DELIMITED BY SIZE
                       INTO WRK-REPORT-DSNAME
               END-STRING
           END-IF.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY OPSECP.

       COPY LEDLCKP.

      ***** A WINDOW IS REPLAYED UNDER THE EX2NITE STEP'S OPERATOR,
      ***** WHICH IS WHAT ITS LEDGER LINES CARRY.
       RECONSTROI-LEDGER.
           MOVE WRK-DATA-ALVO TO WRK-EX2-DATA
           MOVE WRK-BATCH-ID TO WRK-EX2-BATCH-ID
           IF WRK-BATCH-ID > ZEROS
               MOVE 'EX2NITE ' TO WRK-EX2-OPERADOR
           ELSE
               MOVE WRK-OPERADOR TO WRK-EX2-OPERADOR
           END-IF
           MOVE 'X' TO WRK-EX2-MODO
           CALL 'EX2' USING WRK-EX2-RETORNO WRK-EX2-MODO
                   WRK-EX2-OPERADOR WRK-EX2-PARM
           IF WRK-EX2-RETORNO NOT = '00'
               DISPLAY 'LEDGER NAO RECONSTRUIDO - SEM ENTRADAS '
                       'ARQUIVADAS PARA ' WRK-LEDGER-DSNAME
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               PERFORM CARREGA-LEDGERS
               IF TABELA-CHEIA
                   DISPLAY 'LEDGER COM MAIS DE ' WRK-LINHAS-MAX
                           ' LINHAS, COMPARACAO NAO REALIZADA'
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'LEDGREC-TABELA' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-LEDGER-DSNAME TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
                   MOVE '08' TO LK-COD-RETORNO
               ELSE
                   PERFORM COMPARA-LEDGERS
                   PERFORM GERA-RESUMO
                   IF WRK-CNT-DIFERENCAS = ZEROS
                       DISPLAY 'LEDGER ' WRK-LEDGER-DSNAME
                               ' CONFERE COM A RECONSTRUCAO'
                   ELSE
                       MOVE '04' TO LK-COD-RETORNO
                       DISPLAY WRK-CNT-DIFERENCAS ' DIFERENCA(S) - VER '
                               WRK-REPORT-DSNAME
                       PERFORM OFERECE-TROCA
                   END-IF
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

       CARREGA-LEDGERS.
           MOVE 'N' TO WRK-TAB-CHEIA
           MOVE ZEROS TO WRK-ORI-QTDE WRK-REB-QTDE
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
               PERFORM UNTIL FIM-LEDGER-FILE
                   READ LEDGER-FILE
                       AT END
                           SET FIM-LEDGER-FILE TO TRUE
                       NOT AT END
                           IF WRK-ORI-QTDE < WRK-LINHAS-MAX
                               ADD 1 TO WRK-ORI-QTDE
                               MOVE LEDGER-LINE
                                   TO WRK-ORI-LINHA(WRK-ORI-QTDE)
                           ELSE
                               SET TABELA-CHEIA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           MOVE 'N' TO WRK-EOF-REB
           OPEN INPUT REBUILT-FILE
           IF WRK-REB-FS = '00'
               PERFORM UNTIL FIM-REBUILT-FILE
                   READ REBUILT-FILE
                       AT END
                           SET FIM-REBUILT-FILE TO TRUE
                       NOT AT END
                           IF WRK-REB-QTDE < WRK-LINHAS-MAX
                               ADD 1 TO WRK-REB-QTDE
                               MOVE REBUILT-LINE
                                   TO WRK-REB-LINHA(WRK-REB-QTDE)
                           ELSE
                               SET TABELA-CHEIA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REBUILT-FILE
           END-IF.

      ***** LINES ARE MATCHED IN ORDER ON EVERYTHING BUT THE POSTING
      ***** TIME. WHEN THE CURRENT PAIR DIFFERS, THE NEARER RESYNC
      ***** WINS: IF THE LEDGER'S LINE TURNS UP A FEW LINES ON IN THE
      ***** REBUILD, THE REBUILT LINES BEFORE IT ARE MISSING FROM THE
      ***** LEDGER; IF THE REBUILD'S LINE TURNS UP FURTHER ON IN THE
      ***** LEDGER, THE LEDGER LINES BEFORE IT ARE EXTRA; IF NEITHER
      ***** TURNS UP, THE PAIR IS ONE POSTING THAT CAME OUT DIFFERENT.
      ***** A MATCHED REBUILT LINE TAKES THE LEDGER'S POSTING TIME.
       COMPARA-LEDGERS.
           MOVE ZEROS TO WRK-CNT-IGUAIS WRK-CNT-FALTAM WRK-CNT-SOBRAM
                         WRK-CNT-DIFEREM
           OPEN OUTPUT REPORT-FILE
           MOVE 'RECONSTRUCAO DE LEDGER - LEDGREC' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LEDGER.........: ' WRK-LEDGER-DSNAME
                   '  RECONSTRUIDO: ' WRK-REB-DSNAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SITUACAO         HORA     O NUM1     NUM2     '
               TO REPORT-LINE
           MOVE 'RESULT   OPERADOR CONTA' TO REPORT-LINE(47:23)
           WRITE REPORT-LINE
           MOVE 1 TO WRK-IDX-ORI WRK-IDX-REB
           PERFORM UNTIL WRK-IDX-ORI > WRK-ORI-QTDE
                     AND WRK-IDX-REB > WRK-REB-QTDE
               EVALUATE TRUE
                   WHEN WRK-IDX-ORI > WRK-ORI-QTDE
                       PERFORM LISTA-FALTA
                   WHEN WRK-IDX-REB > WRK-REB-QTDE
                       PERFORM LISTA-SOBRA
                   WHEN WRK-ORI-CORPO(WRK-IDX-ORI) =
                        WRK-REB-CORPO(WRK-IDX-REB)
                       MOVE WRK-ORI-HORA(WRK-IDX-ORI)
                           TO WRK-REB-HORA(WRK-IDX-REB)
                       ADD 1 TO WRK-CNT-IGUAIS
                       ADD 1 TO WRK-IDX-ORI
                       ADD 1 TO WRK-IDX-REB
                   WHEN OTHER
                       PERFORM RESSINCRONIZA
               END-EVALUATE
           END-PERFORM
           COMPUTE WRK-CNT-DIFERENCAS = WRK-CNT-FALTAM
                   + WRK-CNT-SOBRAM + WRK-CNT-DIFEREM.

       RESSINCRONIZA.
           MOVE ZEROS TO WRK-ACHOU-REB WRK-ACHOU-ORI
           PERFORM VARYING WRK-IDX-BUSCA FROM WRK-IDX-REB BY 1
                   UNTIL WRK-IDX-BUSCA >= WRK-REB-QTDE
                      OR WRK-ACHOU-REB > ZEROS
               IF WRK-REB-CORPO(WRK-IDX-BUSCA + 1) =
                       WRK-ORI-CORPO(WRK-IDX-ORI)
                   COMPUTE WRK-ACHOU-REB = WRK-IDX-BUSCA + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-IDX-BUSCA FROM WRK-IDX-ORI BY 1
                   UNTIL WRK-IDX-BUSCA >= WRK-ORI-QTDE
                      OR WRK-ACHOU-ORI > ZEROS
               IF WRK-ORI-CORPO(WRK-IDX-BUSCA + 1) =
                       WRK-REB-CORPO(WRK-IDX-REB)
                   COMPUTE WRK-ACHOU-ORI = WRK-IDX-BUSCA + 1
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WRK-ACHOU-REB > ZEROS
                    AND (WRK-ACHOU-ORI = ZEROS
                         OR WRK-ACHOU-REB - WRK-IDX-REB <=
                            WRK-ACHOU-ORI - WRK-IDX-ORI)
                   PERFORM LISTA-FALTA
                       UNTIL WRK-IDX-REB = WRK-ACHOU-REB
               WHEN WRK-ACHOU-ORI > ZEROS
                   PERFORM LISTA-SOBRA
                       UNTIL WRK-IDX-ORI = WRK-ACHOU-ORI
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING 'DIFERE  LEDGER : '
                           WRK-ORI-LINHA(WRK-IDX-ORI)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   STRING '        RECONST: '
                           WRK-REB-LINHA(WRK-IDX-REB)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   ADD 1 TO WRK-CNT-DIFEREM
                   ADD 1 TO WRK-IDX-ORI
                   ADD 1 TO WRK-IDX-REB
           END-EVALUATE.

       LISTA-FALTA.
           MOVE SPACES TO REPORT-LINE
           STRING 'FALTA NO LEDGER: ' WRK-REB-LINHA(WRK-IDX-REB)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WRK-CNT-FALTAM
           ADD 1 TO WRK-IDX-REB.

       LISTA-SOBRA.
           MOVE SPACES TO REPORT-LINE
           STRING 'SOBRA NO LEDGER: ' WRK-ORI-LINHA(WRK-IDX-ORI)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WRK-CNT-SOBRAM
           ADD 1 TO WRK-IDX-ORI.

       GERA-RESUMO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LINHAS NO LEDGER: ' WRK-ORI-QTDE
                   '  RECONSTRUIDAS: ' WRK-REB-QTDE
                   '  IGUAIS: ' WRK-CNT-IGUAIS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FALTAM NO LEDGER: ' WRK-CNT-FALTAM
                   '  SOBRAM NO LEDGER: ' WRK-CNT-SOBRAM
                   '  DIFEREM: ' WRK-CNT-DIFEREM
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WRK-CNT-DIFERENCAS = ZEROS
               MOVE 'LEDGER CONFERE COM A RECONSTRUCAO' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ***** THE SWAP REWRITES A DISTRIBUTED DAY, SO IT WAITS FOR THE
      ***** DATE TO BE REOPENED (DAYCLOSE) AND DEMANDS A SUPERVISOR ID
      ***** HOLDING THE RECONST PRIVILEGE - ANY OTHER ID IS REFUSED
      ***** AND THE ATTEMPT LOGGED.
       OFERECE-TROCA.
           DISPLAY 'SUBSTITUIR O LEDGER PELO RECONSTRUIDO? (S/N)'
           PERFORM ACEITA-RESPOSTA
           IF WRK-RESPOSTA = 'S'
               PERFORM BUSCA-STATUS-DIA
               IF DIA-FECHADO
                   DISPLAY 'DIA ' WRK-DATA-ALVO ' FECHADO - REABRA O '
                           'DIA (DAYCLOSE) ANTES DA TROCA'
                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'DIA-FECHADO' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   PERFORM ACEITA-SUPERVISOR
                   MOVE WRK-SUPERVISOR TO WRK-OPS-ALVO
                   PERFORM LOCALIZA-PERFIL
                   IF OPS-ATIVO AND OPS-PODE-RECONSTRUIR
                       PERFORM EFETIVA-TROCA
                   ELSE
                       DISPLAY 'SUPERVISOR ' WRK-SUPERVISOR
                               ' SEM AUTORIZACAO PARA TROCAR O LEDGER'
                       MOVE 'TROCA-LEDGR' TO WRK-OPS-ACAO
                       PERFORM REGISTRA-RECUSA
                   END-IF
               END-IF
           END-IF
           IF NOT TROCA-EFETUADA
               DISPLAY 'LEDGER MANTIDO'
               MOVE 'LEDGER MANTIDO' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       ACEITA-RESPOSTA.
           PERFORM WITH TEST AFTER UNTIL RESPOSTA-VALIDA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF NOT RESPOSTA-VALIDA
                   DISPLAY 'RESPONDA S OU N'
               END-IF
           END-PERFORM.

       ACEITA-SUPERVISOR.
           MOVE SPACES TO WRK-SUPERVISOR
           PERFORM WITH TEST AFTER UNTIL WRK-SUPERVISOR NOT = SPACES
               DISPLAY 'INFORME O ID DO SUPERVISOR'
               ACCEPT WRK-SUPERVISOR FROM CONSOLE
               IF WRK-SUPERVISOR = SPACES
                   DISPLAY 'ID DO SUPERVISOR OBRIGATORIO'
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-SUPERVISOR) TO WRK-SUPERVISOR.

       BUSCA-STATUS-DIA.
           MOVE SPACE TO WRK-DIA-STATUS
           MOVE 'N' TO WRK-EOF-DAYSTAT
           OPEN INPUT DAYSTAT-FILE
           IF WRK-DAYSTAT-FS = '00'
               PERFORM UNTIL FIM-DAYSTAT-FILE
                   READ DAYSTAT-FILE
                       AT END
                           SET FIM-DAYSTAT-FILE TO TRUE
                       NOT AT END
                           IF STAT-DATA = WRK-DATA-ALVO
                               MOVE STAT-STATUS TO WRK-DIA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYSTAT-FILE
           END-IF.

      ***** THE LEDGER IS HELD FOR THE SWAP LIKE ANY WRITER HOLDS IT.
      ***** THE REBUILT LINES ARE WRITTEN BACK WITH THE POSTING TIMES
      ***** THE COMPARISON CARRIED OVER, THE PREVIOUS LEDGANT GIVES
      ***** WAY TO THE CURRENT LEDGER, AND THE REBUILT LEDGER TAKES
      ***** ITS NAME. A FAILED RENAME PUTS THE ORIGINAL BACK.
       EFETIVA-TROCA.
           MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
           MOVE WRK-DATA-ALVO TO WRK-LCK-DATA
           MOVE 'X' TO WRK-LCK-MODO
           MOVE WRK-SUPERVISOR TO WRK-LCK-OPERADOR
           PERFORM ADQUIRE-LOCK
           IF LCK-RETIDO
               OPEN OUTPUT REBUILT-FILE
               PERFORM VARYING WRK-IDX-REB FROM 1 BY 1
                       UNTIL WRK-IDX-REB > WRK-REB-QTDE
                   MOVE WRK-REB-LINHA(WRK-IDX-REB) TO REBUILT-LINE
                   WRITE REBUILT-LINE
               END-PERFORM
               CLOSE REBUILT-FILE

               CALL 'CBL_DELETE_FILE' USING WRK-ANT-DSNAME
               MOVE ZEROS TO RETURN-CODE
               IF WRK-ORI-QTDE > ZEROS
                   CALL 'CBL_RENAME_FILE' USING WRK-LEDGER-DSNAME
                       WRK-ANT-DSNAME
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WRK-LEDGER-DSNAME
               END-IF
               MOVE ZEROS TO RETURN-CODE
               CALL 'CBL_RENAME_FILE' USING WRK-REB-DSNAME
                   WRK-LEDGER-DSNAME
               IF RETURN-CODE NOT = 0
                   MOVE ZEROS TO RETURN-CODE
                   IF WRK-ORI-QTDE > ZEROS
                       CALL 'CBL_RENAME_FILE' USING WRK-ANT-DSNAME
                           WRK-LEDGER-DSNAME
                       MOVE ZEROS TO RETURN-CODE
                   END-IF
                   DISPLAY 'FALHA NA TROCA, LEDGER ORIGINAL MANTIDO'
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'LEDGER-RECONST' TO WRK-ERRLOG-CAMPO
                   MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   PERFORM REGISTRA-TROCA
               END-IF
               PERFORM LIBERA-LOCK
           END-IF.

      ***** THE SWAP IS STAMPED WITH THE SUPERVISOR'S ID, AND THE
      ***** DATE'S REPORT AND DIGEST ARE REMOVED SO NO COPY BUILT
      ***** FROM THE OLD LEDGER SURVIVES - DAYCLOSE WILL NOT CLOSE THE
      ***** DATE AGAIN UNTIL THEY ARE REGENERATED.
       REGISTRA-TROCA.
           SET TROCA-EFETUADA TO TRUE
           MOVE WRK-SUPERVISOR TO WRK-OPERADOR
           MOVE WRK-SUPERVISOR TO WRK-ERRLOG-OPERADOR
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'LEDGER-RECONST' TO WRK-ERRLOG-CAMPO
           MOVE WRK-LEDGER-DSNAME TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           IF WRK-ORI-QTDE > ZEROS
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'LEDGER-ANTERIOR' TO WRK-ERRLOG-CAMPO
               MOVE WRK-ANT-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF

           MOVE SPACES TO WRK-ALVO-DSNAME
           STRING 'REPORT.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-ALVO-DSNAME
           END-STRING
           PERFORM REMOVE-RELATORIO
           MOVE SPACES TO WRK-ALVO-DSNAME
           STRING 'DIGEST.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-ALVO-DSNAME
           END-STRING
           PERFORM REMOVE-RELATORIO

           MOVE SPACES TO REPORT-LINE
           STRING 'LEDGER SUBSTITUIDO PELO RECONSTRUIDO POR '
                   WRK-SUPERVISOR ' - ORIGINAL EM ' WRK-ANT-DSNAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY 'LEDGER ' WRK-LEDGER-DSNAME ' SUBSTITUIDO - '
                   'ORIGINAL EM ' WRK-ANT-DSNAME
           DISPLAY 'REEXECUTE LEDGVER E OS RELATORIOS DO DIA'.

      ***** A MISSING FILE IS NOT AN ERROR HERE - THE POINT IS ONLY
      ***** THAT NO STALE COPY SURVIVES THE SWAP.
       REMOVE-RELATORIO.
           CALL 'CBL_DELETE_FILE' USING WRK-ALVO-DSNAME
           MOVE ZEROS TO RETURN-CODE.

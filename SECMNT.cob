       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECMNT.
********************************
******* MAINTENANCE FOR OPERSEC, THE OPERATOR SECURITY FILE MENU
******* SIGNS ON AGAINST (SEE OPSECFD.CPY FOR THE LAYOUT). ONE LINE
******* PER OPERATOR ID: ACTIVE/REVOKED STATUS, ONE 'S'/'N' BYTE
******* PER MENU OPTION AND THE PRIVILEGED-ACTION FLAGS THAT
******* DAYCLOSE (REOPEN), CTLMNT (CONTROL TOTALS), RATEMNT (RATE
******* TABLE), SUSPREP (REPOST), LOCKMNT (STALE LEDGER LOCK),
******* LEDGREC (REBUILT LEDGER SWAP), CALMNT (BUSINESS CALENDAR),
******* VOGCONS (QUARANTINED SOURCE BATCHES) AND THIS PROGRAM (ADMIN)
******* CHECK.
******* ONLY AN ACTIVE ADMINISTRATOR GETS IN - ANYONE ELSE IS
******* REFUSED AND THE ATTEMPT LOGGED. OFFERS A LISTING, THE
******* INCLUSION OR REGRANT OF AN ID AND A STATUS CHANGE. IDS ARE
******* NEVER DELETED, ONLY REVOKED, SO THE ERRORLOG TRAIL ALWAYS
******* NAMES SOMEONE ON FILE. AN ADMINISTRATOR CANNOT REVOKE OR
******* DROP THE ADMIN PRIVILEGE OF THEIR OWN ID, SO THE FILE IS
******* NEVER LEFT WITHOUT ONE. THE FILE IS HELD IN MEMORY AND
******* REWRITTEN WHOLE AFTER EVERY CHANGE, AS ACCTMNT DOES WITH
******* ACCTMAST; EVERY CHANGE IS STAMPED ON ERRORLOG (SEVERITY
******* NEGOCIO) WITH THE ADMINISTRATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-SEC-ALVO PIC X(08) VALUE SPACES.
       77 WRK-NOVO-NOME PIC X(30) VALUE SPACES.
       77 WRK-NOVO-STATUS PIC X(01) VALUE SPACE.
           88 STATUS-VALIDO VALUE 'A' 'R'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'S' 'N' ' '.
       77 WRK-ATUAL PIC X(01) VALUE SPACE.
       77 WRK-INCLUSAO PIC X(01) VALUE 'N'.
           88 OPERADOR-NOVO VALUE 'S'.

      ***** SAME LAYOUT AS OPSEC-RECORD SO A LINE MOVES IN AND OUT
      ***** WHOLE. WRK-SEC-NOVO IS THE LINE BEING EDITED; IT ONLY
      ***** REPLACES THE TABLE ENTRY ONCE EVERY PROMPT IS ANSWERED.
       01  WRK-SEC-NOVO.
           05 WRK-NOVO-ID          PIC X(08).
           05 FILLER               PIC X(01).
           05 WRK-NOVO-SITUACAO    PIC X(01).
           05 FILLER               PIC X(01).
           05 WRK-NOVO-MENU        PIC X(20).
           05 WRK-NOVO-MENU-TAB REDEFINES WRK-NOVO-MENU.
               10 WRK-NOVO-MENU-OPC PIC X(01) OCCURS 20 TIMES.
           05 FILLER               PIC X(01).
           05 WRK-NOVO-PRIV        PIC X(09).
           05 WRK-NOVO-PRIV-TAB REDEFINES WRK-NOVO-PRIV.
               10 WRK-NOVO-PRIV-OPC PIC X(01) OCCURS 9 TIMES.
           05 FILLER               PIC X(01).
           05 WRK-NOVO-NOME-OPS    PIC X(30).

      ***** MENU OPTIONS OFFERED FOR GRANT, IN MENU ORDER. OPTION 5
      ***** (SAIR) IS NEVER ASKED - MENU ALWAYS ALLOWS IT.
       77 WRK-MENU-QTDE PIC 9(02) VALUE 20.
       01  WRK-MENU-ROTULOS.
           05 FILLER PIC X(40) VALUE 'CALCULADORA (EX2)'.
           05 FILLER PIC X(40) VALUE 'VERIFICADOR DE SINAL (SINALCHK)'.
           05 FILLER PIC X(40) VALUE 'VOGAL/CONSOANTE (VOGCONS)'.
           05 FILLER PIC X(40) VALUE 'RELATORIO DO DIA (EX2)'.
           05 FILLER PIC X(40) VALUE 'SAIR'.
           05 FILLER PIC X(40) VALUE 'REPARO DE SUSPENSOS (SUSPREP)'.
           05 FILLER PIC X(40) VALUE 'CONSULTA LEDGER/MEMO (MEMOINQ)'.
           05 FILLER PIC X(40) VALUE 'ATIVIDADE POR OPERADOR (OPERREP)'.
           05 FILLER PIC X(40) VALUE 'CONTROLES (CTLMNT)'.
           05 FILLER PIC X(40) VALUE 'TABELA DE TAXAS (RATEMNT)'.
           05 FILLER PIC X(40) VALUE 'FECHAMENTO/REABERTURA (DAYCLOSE)'.
           05 FILLER PIC X(40) VALUE 'RELATORIOS DE UMA DATA'.
           05 FILLER PIC X(40) VALUE 'MAPEAMENTO GL (GLMAPMNT)'.
           05 FILLER PIC X(40) VALUE 'CADASTRO DE CONTAS (ACCTMNT)'.
           05 FILLER PIC X(40) VALUE 'APROVACAO DE RETIDOS (APROVMNT)'.
           05 FILLER PIC X(40) VALUE 'SEGURANCA DE OPERADORES (SECMNT)'.
           05 FILLER PIC X(40) VALUE 'LOCKS DE LEDGER (LOCKMNT)'.
           05 FILLER PIC X(40) VALUE 'RECONSTRUCAO DE LEDGER (LEDGREC)'.
           05 FILLER PIC X(40) VALUE 'DIAS UTEIS E FERIADOS (CALMNT)'.
           05 FILLER PIC X(40) VALUE 'CONSULTA AO ERRORLOG (ERRLINQ)'.
       01  WRK-MENU-ROTULO-TAB REDEFINES WRK-MENU-ROTULOS.
           05 WRK-MENU-ROTULO PIC X(40) OCCURS 20 TIMES.

      ***** PRIVILEGED ACTIONS, IN OPS-PRIV-xxx ORDER.
       01  WRK-PRIV-ROTULOS.
           05 FILLER PIC X(40) VALUE 'REABRIR DIA FECHADO (DAYCLOSE)'.
           05 FILLER PIC X(40) VALUE 'ATUALIZAR CONTROLES (CTLMNT)'.
           05 FILLER PIC X(40) VALUE 'INCLUIR TAXA (RATEMNT)'.
           05 FILLER PIC X(40) VALUE 'REPOSTAR SUSPENSOS (SUSPREP)'.
           05 FILLER PIC X(40) VALUE 'ADMINISTRADOR (SECMNT)'.
           05 FILLER PIC X(40) VALUE 'LIBERAR LOCK DE LEDGER (LOCKMNT)'.
           05 FILLER PIC X(40) VALUE 'TROCAR LEDGER (LEDGREC)'.
           05 FILLER PIC X(40) VALUE 'ATUALIZAR CALENDARIO (CALMNT)'.
           05 FILLER PIC X(40) VALUE
               'LIBERAR/EXPURGAR QUARENTENA (VOGCONS)'.
       01  WRK-PRIV-ROTULO-TAB REDEFINES WRK-PRIV-ROTULOS.
           05 WRK-PRIV-ROTULO PIC X(40) OCCURS 9 TIMES.
       77 WRK-PRIV-QTDE PIC 9(02) VALUE 9.

       77 WRK-ITEM-IDX PIC 9(02) VALUE ZEROS.

       77 WRK-SEC-MAX PIC 9(03) VALUE 200.
       77 WRK-SEC-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-SEC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-SEC-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-SEC-CHEIA PIC X(01) VALUE 'N'.
           88 SEC-TABELA-CHEIA VALUE 'Y'.

       01  WRK-SEC-TAB.
           05 WRK-SEC-ENTRY OCCURS 200 TIMES.
               10 WRK-SEC-ID           PIC X(08).
               10 FILLER               PIC X(01).
               10 WRK-SEC-STATUS       PIC X(01).
               10 FILLER               PIC X(01).
               10 WRK-SEC-MENU         PIC X(20).
               10 FILLER               PIC X(01).
               10 WRK-SEC-PRIV         PIC X(09).
               10 FILLER               PIC X(01).
               10 WRK-SEC-NOME         PIC X(30).

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='SECMNT  '==.

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
       MOVE WRK-OPERADOR TO WRK-OPS-ALVO.
       PERFORM LOCALIZA-PERFIL.
       IF OPS-ATIVO AND OPS-E-ADMIN
           PERFORM MANUTENCAO-SEGURANCA
       ELSE
           DISPLAY 'MANUTENCAO DE SEGURANCA RESTRITA A '
                   'ADMINISTRADORES'
           MOVE 'SECMNT' TO WRK-OPS-ACAO
           PERFORM REGISTRA-RECUSA
           MOVE '08' TO LK-COD-RETORNO
       END-IF.

       GOBACK.

       MANUTENCAO-SEGURANCA.
           PERFORM CARREGA-OPERADORES
           DISPLAY 'ESCOLHA UMA OPCAO'
           DISPLAY '1- LISTAR OS OPERADORES'
           DISPLAY '2- INCLUIR OPERADOR OU ALTERAR PERMISSOES'
           DISPLAY '3- REVOGAR/REATIVAR UM OPERADOR'
           PERFORM ACEITA-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM LISTA-OPERADORES
               WHEN 2
                   PERFORM INCLUI-ALTERA-OPERADOR
               WHEN 3
                   PERFORM ALTERA-SITUACAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
                   MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-OPCAO TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
           END-EVALUATE.

       ACEITA-OPCAO.
           PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
               ACCEPT WS-NUMCHK-RAW FROM CONSOLE
               PERFORM VALIDA-NUMCHK
               IF NUMERIC-CHECK-FALHOU
                   DISPLAY 'OPCAO INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-OPCAO.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY OPSECP.

      ***** WORKING-STORAGE SURVIVES BETWEEN CALLS, SO THE TABLE IS
      ***** CLEARED BEFORE EVERY LOAD.
       CARREGA-OPERADORES.
           MOVE ZEROS TO WRK-SEC-CNT
           MOVE 'N' TO WRK-SEC-CHEIA
           INITIALIZE WRK-SEC-TAB
           MOVE 'N' TO WRK-EOF-OPS
           OPEN INPUT OPSEC-FILE
           IF WRK-OPS-FS = '00'
               PERFORM UNTIL FIM-OPS-FILE
                   READ OPSEC-FILE
                       AT END
                           SET FIM-OPS-FILE TO TRUE
                       NOT AT END
                           IF OPS-ID NOT = SPACES
                               PERFORM GUARDA-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSEC-FILE
           END-IF.

       GUARDA-OPERADOR.
           IF WRK-SEC-CNT < WRK-SEC-MAX
               ADD 1 TO WRK-SEC-CNT
               MOVE OPSEC-RECORD TO WRK-SEC-ENTRY(WRK-SEC-CNT)
           ELSE
               SET SEC-TABELA-CHEIA TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-SEC-MAX' TO WRK-ERRLOG-CAMPO
               MOVE 'OPERSEC' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               SET FIM-OPS-FILE TO TRUE
           END-IF.

       LISTA-OPERADORES.
           DISPLAY 'ID       S MENU(1-20)           PRIV      NOME'
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
                   UNTIL WRK-SEC-IDX > WRK-SEC-CNT
               DISPLAY WRK-SEC-ID(WRK-SEC-IDX) ' '
                       WRK-SEC-STATUS(WRK-SEC-IDX) ' '
                       WRK-SEC-MENU(WRK-SEC-IDX) ' '
                       WRK-SEC-PRIV(WRK-SEC-IDX) ' '
                       WRK-SEC-NOME(WRK-SEC-IDX)
           END-PERFORM
           DISPLAY 'S: A=ATIVO R=REVOGADO. PRIV: REABRE CONTROLE '
                   'TAXA REPOSTO ADMIN LOCK RECONST CALEND QUARENT'
           IF SEC-TABELA-CHEIA
               DISPLAY 'OPERSEC MAIOR QUE A AREA DE TRABALHO, '
                       'LISTAGEM PARCIAL'
           END-IF.

       ACEITA-ID.
           MOVE SPACES TO WRK-SEC-ALVO
           PERFORM WITH TEST AFTER UNTIL WRK-SEC-ALVO NOT = SPACES
               DISPLAY 'INFORME O ID DO OPERADOR (ATE 8 CARACTERES)'
               ACCEPT WRK-SEC-ALVO FROM CONSOLE
               IF WRK-SEC-ALVO = SPACES
                   DISPLAY 'ID DO OPERADOR OBRIGATORIO'
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-SEC-ALVO) TO WRK-SEC-ALVO

           MOVE ZEROS TO WRK-SEC-MATCH
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
                   UNTIL WRK-SEC-IDX > WRK-SEC-CNT
               IF WRK-SEC-ID(WRK-SEC-IDX) = WRK-SEC-ALVO
                   MOVE WRK-SEC-IDX TO WRK-SEC-MATCH
               END-IF
           END-PERFORM.

      ***** A NEW ID STARTS ACTIVE WITH NOTHING GRANTED; AN EXISTING
      ***** ONE KEEPS WHATEVER IS NOT ANSWERED (BLANK = NO CHANGE).
       INCLUI-ALTERA-OPERADOR.
           IF SEC-TABELA-CHEIA
               DISPLAY 'OPERSEC MAIOR QUE A AREA DE TRABALHO, '
                       'ALTERACAO RECUSADA - ARQUIVO MANTIDO INTACTO'
           ELSE
               PERFORM ACEITA-ID
               IF WRK-SEC-MATCH = 0
                       AND WRK-SEC-CNT >= WRK-SEC-MAX
                   DISPLAY 'OPERSEC CHEIO, OPERADOR NAO INCLUIDO'
               ELSE
                   PERFORM MONTA-OPERADOR
                   PERFORM EFETIVA-OPERADOR
               END-IF
           END-IF.

       MONTA-OPERADOR.
           IF WRK-SEC-MATCH = 0
               MOVE 'S' TO WRK-INCLUSAO
               MOVE SPACES TO WRK-SEC-NOVO
               MOVE WRK-SEC-ALVO TO WRK-NOVO-ID
               MOVE 'A' TO WRK-NOVO-SITUACAO
               MOVE ALL 'N' TO WRK-NOVO-MENU WRK-NOVO-PRIV
               DISPLAY 'OPERADOR ' WRK-SEC-ALVO ' NOVO'
           ELSE
               MOVE 'N' TO WRK-INCLUSAO
               MOVE WRK-SEC-ENTRY(WRK-SEC-MATCH) TO WRK-SEC-NOVO
               DISPLAY 'OPERADOR ' WRK-SEC-ALVO ' - '
                       WRK-NOVO-NOME-OPS
           END-IF

           MOVE SPACES TO WRK-NOVO-NOME
           PERFORM WITH TEST AFTER
                   UNTIL WRK-NOVO-NOME NOT = SPACES
                      OR NOT OPERADOR-NOVO
               DISPLAY 'NOME DO OPERADOR (ATE 30 POSICOES'
                       ', BRANCO MANTEM)'
               ACCEPT WRK-NOVO-NOME FROM CONSOLE
               IF WRK-NOVO-NOME = SPACES AND OPERADOR-NOVO
                   DISPLAY 'NOME DO OPERADOR OBRIGATORIO'
               END-IF
           END-PERFORM
           IF WRK-NOVO-NOME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-NOVO-NOME)
                   TO WRK-NOVO-NOME-OPS
           END-IF

           DISPLAY 'OPCOES DO MENU (S/N, BRANCO MANTEM)'
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-MENU-QTDE
               IF WRK-ITEM-IDX NOT = 5
                   MOVE WRK-NOVO-MENU-OPC(WRK-ITEM-IDX) TO WRK-ATUAL
                   DISPLAY WRK-ITEM-IDX '- '
                           WRK-MENU-ROTULO(WRK-ITEM-IDX)
                           ' ATUAL=' WRK-ATUAL
                   PERFORM ACEITA-RESPOSTA
                   IF WRK-RESPOSTA NOT = SPACE
                       MOVE WRK-RESPOSTA TO
                           WRK-NOVO-MENU-OPC(WRK-ITEM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'S' TO WRK-NOVO-MENU-OPC(5)

           DISPLAY 'ACOES PRIVILEGIADAS (S/N, BRANCO MANTEM)'
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                   UNTIL WRK-ITEM-IDX > WRK-PRIV-QTDE
               MOVE WRK-NOVO-PRIV-OPC(WRK-ITEM-IDX) TO WRK-ATUAL
               DISPLAY WRK-PRIV-ROTULO(WRK-ITEM-IDX)
                       ' ATUAL=' WRK-ATUAL
               PERFORM ACEITA-RESPOSTA
               IF WRK-RESPOSTA NOT = SPACE
                   MOVE WRK-RESPOSTA TO
                       WRK-NOVO-PRIV-OPC(WRK-ITEM-IDX)
               END-IF
           END-PERFORM

      ***** AN ADMINISTRATOR CANNOT TAKE THEIR OWN ADMIN PRIVILEGE OR
      ***** THEIR OWN SECMNT OPTION AWAY.
           IF WRK-NOVO-ID = WRK-OPERADOR
               IF WRK-NOVO-PRIV-OPC(5) NOT = 'S'
                       OR WRK-NOVO-MENU-OPC(16) NOT = 'S'
                   DISPLAY 'O PROPRIO ADMINISTRADOR NAO PODE RETIRAR '
                           'SEU ACESSO A SECMNT - MANTIDO'
                   MOVE 'S' TO WRK-NOVO-PRIV-OPC(5)
                   MOVE 'S' TO WRK-NOVO-MENU-OPC(16)
                   MOVE WRK-NOVO-ID TO WRK-OPS-ALVO
                   MOVE 'ADMIN-PROPR' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           END-IF.

       ACEITA-RESPOSTA.
           PERFORM WITH TEST AFTER UNTIL RESPOSTA-VALIDA
               MOVE SPACE TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF NOT RESPOSTA-VALIDA
                   DISPLAY 'RESPONDA S, N OU BRANCO'
               END-IF
           END-PERFORM.

      ***** TWO LOG LINES PER CHANGE: THE PRIVILEGE FLAGS AND THE
      ***** FULL MENU GRANT, EACH WITH THE ID, SO THE GRANT IN FORCE
      ***** AT ANY TIME CAN BE RECONSTRUCTED FROM ERRORLOG.
       EFETIVA-OPERADOR.
           IF OPERADOR-NOVO
               ADD 1 TO WRK-SEC-CNT
               MOVE WRK-SEC-CNT TO WRK-SEC-MATCH
           END-IF
           MOVE WRK-SEC-NOVO TO WRK-SEC-ENTRY(WRK-SEC-MATCH)
           PERFORM GRAVA-OPERADORES

           SET ERRLOG-SEV-NEGOCIO TO TRUE
           IF OPERADOR-NOVO
               MOVE 'OPS-INCLUI' TO WRK-ERRLOG-CAMPO
           ELSE
               MOVE 'OPS-ALTERA' TO WRK-ERRLOG-CAMPO
           END-IF
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-NOVO-ID ' ' WRK-NOVO-PRIV
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG

           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE SPACES TO WRK-ERRLOG-CAMPO
           STRING 'MENU-' WRK-NOVO-ID
                   DELIMITED BY SIZE INTO WRK-ERRLOG-CAMPO
           END-STRING
           MOVE WRK-NOVO-MENU TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG

           IF OPERADOR-NOVO
               DISPLAY 'OPERADOR ' WRK-NOVO-ID ' INCLUIDO'
           ELSE
               DISPLAY 'PERMISSOES DO OPERADOR ' WRK-NOVO-ID
                       ' ALTERADAS'
           END-IF.

       ALTERA-SITUACAO.
           IF SEC-TABELA-CHEIA
               DISPLAY 'OPERSEC MAIOR QUE A AREA DE TRABALHO, '
                       'ALTERACAO RECUSADA - ARQUIVO MANTIDO INTACTO'
           ELSE
               PERFORM ACEITA-ID
               IF WRK-SEC-MATCH = 0
                   DISPLAY 'OPERADOR ' WRK-SEC-ALVO ' NAO CADASTRADO'
               ELSE
               IF WRK-SEC-ALVO = WRK-OPERADOR
                   DISPLAY 'O PROPRIO ADMINISTRADOR NAO PODE ALTERAR '
                           'A SITUACAO DO SEU ID'
                   MOVE WRK-SEC-ALVO TO WRK-OPS-ALVO
                   MOVE 'SITUAC-PROP' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               ELSE
                   DISPLAY 'SITUACAO ATUAL: '
                           WRK-SEC-STATUS(WRK-SEC-MATCH)
                   PERFORM WITH TEST AFTER UNTIL STATUS-VALIDO
                       DISPLAY 'NOVA SITUACAO (A=ATIVO R=REVOGADO)'
                       ACCEPT WRK-NOVO-STATUS FROM CONSOLE
                       MOVE FUNCTION UPPER-CASE(WRK-NOVO-STATUS)
                           TO WRK-NOVO-STATUS
                       IF NOT STATUS-VALIDO
                           DISPLAY 'SITUACAO INVALIDA, DIGITE '
                                   'NOVAMENTE'
                       END-IF
                   END-PERFORM
                   MOVE WRK-NOVO-STATUS TO
                       WRK-SEC-STATUS(WRK-SEC-MATCH)
                   PERFORM GRAVA-OPERADORES

                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'OPS-SITUACAO' TO WRK-ERRLOG-CAMPO
                   MOVE SPACES TO WRK-ERRLOG-VALOR
                   STRING WRK-SEC-ALVO ' ' WRK-NOVO-STATUS
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
                   PERFORM GRAVA-ERRLOG
                   DISPLAY 'SITUACAO DO OPERADOR ' WRK-SEC-ALVO
                           ' ALTERADA PARA ' WRK-NOVO-STATUS
               END-IF
               END-IF
           END-IF.

       GRAVA-OPERADORES.
           OPEN OUTPUT OPSEC-FILE
           PERFORM VARYING WRK-SEC-IDX FROM 1 BY 1
                   UNTIL WRK-SEC-IDX > WRK-SEC-CNT
               WRITE OPSEC-RECORD FROM WRK-SEC-ENTRY(WRK-SEC-IDX)
           END-PERFORM
           CLOSE OPSEC-FILE.

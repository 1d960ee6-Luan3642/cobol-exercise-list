       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
********************************
******* MAINTENANCE FOR ACCTMAST, THE ACCOUNT MASTER EX2 VALIDATES
******* EVERY ACCOUNT-BEARING POSTING AGAINST (SEE VALIDA-CONTA IN
******* EX2). ONE LINE PER ACCOUNT: NUMBER, STATUS (A=ABERTA TAKES
******* POSTINGS, B=BLOQUEADA AND E=ENCERRADA SEND THEM TO
******* SUSPENSE), THE RUNNING BALANCE EX2 MOVES, THE DATE OF THE
******* LAST MOVEMENT AND THE HOLDER'S NAME. OFFERS A LISTING, A
******* SINGLE-ACCOUNT INQUIRY, THE OPENING OF A NEW ACCOUNT AND A
******* STATUS CHANGE. THE BALANCE IS NEVER KEYED HERE - ONLY
******* POSTINGS MOVE IT. THE MASTER IS HELD IN MEMORY AND
******* REWRITTEN WHOLE AFTER EVERY CHANGE, THE SAME WAY CTLMNT
******* REWRITES CONTROLFILE - BUT RELOADED FIRST, ONCE THE CHANGE
******* HAS BEEN KEYED, SO THE BALANCES EX2 POSTED WHILE THE
******* OPERATOR WAS TYPING ARE NOT WRITTEN BACK OVER WITH THE
******* COPY LOADED AT THE START. EVERY CHANGE IS STAMPED ON
******* ERRORLOG (SEVERITY NEGOCIO) WITH THE OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCT-FS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-NUMERO          PIC X(10).
           05 FILLER               PIC X(01).
           05 ACCT-STATUS          PIC X(01).
           05 FILLER               PIC X(01).
           05 ACCT-SALDO           PIC S9(9)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 ACCT-ULT-MOV         PIC X(08).
           05 FILLER               PIC X(01).
           05 ACCT-TITULAR         PIC X(30).

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.

       77 WRK-ACCT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ACCT PIC X(01) VALUE 'N'.
           88 FIM-ACCT-FILE VALUE 'Y'.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-NOVA-CONTA PIC X(10) VALUE SPACES.
       77 WRK-NOVO-TITULAR PIC X(30) VALUE SPACES.
       77 WRK-NOVO-STATUS PIC X(01) VALUE SPACE.
           88 STATUS-VALIDO VALUE 'A' 'B' 'E'.
       77 WRK-SALDO-ED PIC -ZZZZZZZZ9.99 VALUE ZEROS.

      ***** SAME CEILING AS EX2'S ACCOUNT TABLE. A MASTER THAT DOES
      ***** NOT FIT IS LISTED BUT NEVER REWRITTEN FROM THE TRUNCATED
      ***** LOAD, AS SUSPREP DOES WITH AN OVERSIZED SUSPENSE FILE.
       77 WRK-CONTA-MAX PIC 9(03) VALUE 500.
       77 WRK-CONTA-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-CHEIA PIC X(01) VALUE 'N'.
           88 CONTA-TABELA-CHEIA VALUE 'Y'.

       01  WRK-CONTA-TAB.
           05 WRK-CONTA-ENTRY OCCURS 500 TIMES.
               10 WRK-CONTA-NUMERO     PIC X(10).
               10 WRK-CONTA-STATUS     PIC X(01).
               10 WRK-CONTA-SALDO      PIC S9(9)V99.
               10 WRK-CONTA-ULT-MOV    PIC X(08).
               10 WRK-CONTA-TITULAR    PIC X(30).

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ACCTMNT '==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR.
       PERFORM CARREGA-CONTAS.
       DISPLAY 'ESCOLHA UMA OPCAO'.
       DISPLAY '1- LISTAR AS CONTAS'.
       DISPLAY '2- CONSULTAR UMA CONTA'.
       DISPLAY '3- ABRIR UMA CONTA NOVA'.
       DISPLAY '4- ALTERAR A SITUACAO DE UMA CONTA'.
       PERFORM ACEITA-OPCAO.

       EVALUATE WRK-OPCAO
           WHEN 1
               PERFORM LISTA-CONTAS
           WHEN 2
               PERFORM CONSULTA-CONTA
           WHEN 3
               PERFORM INCLUI-CONTA
           WHEN 4
               PERFORM ALTERA-SITUACAO
           WHEN OTHER
               DISPLAY 'OPCAO INVALIDA'
               MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-OPCAO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
       END-EVALUATE.

       MOVE '00' TO LK-COD-RETORNO.
       GOBACK.

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

      ***** WORKING-STORAGE SURVIVES BETWEEN CALLS, SO THE TABLE IS
      ***** CLEARED BEFORE EVERY LOAD.
       CARREGA-CONTAS.
           MOVE ZEROS TO WRK-CONTA-CNT
           MOVE 'N' TO WRK-CONTA-CHEIA
           INITIALIZE WRK-CONTA-TAB
           MOVE 'N' TO WRK-EOF-ACCT
           OPEN INPUT ACCT-FILE
           IF WRK-ACCT-FS = '00'
               PERFORM UNTIL FIM-ACCT-FILE
                   READ ACCT-FILE
                       AT END
                           SET FIM-ACCT-FILE TO TRUE
                       NOT AT END
                           IF ACCT-NUMERO NOT = SPACES
                               PERFORM GUARDA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
           END-IF.

       GUARDA-CONTA.
           IF WRK-CONTA-CNT < WRK-CONTA-MAX
               ADD 1 TO WRK-CONTA-CNT
               MOVE ACCT-NUMERO TO WRK-CONTA-NUMERO(WRK-CONTA-CNT)
               MOVE ACCT-STATUS TO WRK-CONTA-STATUS(WRK-CONTA-CNT)
               IF ACCT-SALDO IS NUMERIC
                   MOVE ACCT-SALDO TO WRK-CONTA-SALDO(WRK-CONTA-CNT)
               END-IF
               MOVE ACCT-ULT-MOV TO WRK-CONTA-ULT-MOV(WRK-CONTA-CNT)
               MOVE ACCT-TITULAR TO WRK-CONTA-TITULAR(WRK-CONTA-CNT)
           ELSE
               SET CONTA-TABELA-CHEIA TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-CONTA-MAX' TO WRK-ERRLOG-CAMPO
               MOVE 'ACCTMAST' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               SET FIM-ACCT-FILE TO TRUE
           END-IF.

       LISTA-CONTAS.
           IF WRK-CONTA-CNT = 0
               DISPLAY 'CADASTRO DE CONTAS AINDA NAO EXISTE'
           ELSE
               DISPLAY 'CONTA      S          SALDO ULT-MOV  TITULAR'
               PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                       UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
                   MOVE WRK-CONTA-SALDO(WRK-CONTA-IDX) TO WRK-SALDO-ED
                   DISPLAY WRK-CONTA-NUMERO(WRK-CONTA-IDX) ' '
                           WRK-CONTA-STATUS(WRK-CONTA-IDX) ' '
                           WRK-SALDO-ED ' '
                           WRK-CONTA-ULT-MOV(WRK-CONTA-IDX) ' '
                           WRK-CONTA-TITULAR(WRK-CONTA-IDX)
               END-PERFORM
               IF CONTA-TABELA-CHEIA
                   DISPLAY 'CADASTRO MAIOR QUE A AREA DE TRABALHO, '
                           'LISTAGEM PARCIAL'
               END-IF
           END-IF.

       ACEITA-CONTA.
           MOVE SPACES TO WRK-NOVA-CONTA
           PERFORM WITH TEST AFTER UNTIL WRK-NOVA-CONTA NOT = SPACES
               DISPLAY 'INFORME O NUMERO DA CONTA (ATE 10 POSICOES)'
               ACCEPT WRK-NOVA-CONTA FROM CONSOLE
               IF WRK-NOVA-CONTA = SPACES
                   DISPLAY 'NUMERO DA CONTA OBRIGATORIO'
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-NOVA-CONTA) TO WRK-NOVA-CONTA
           PERFORM LOCALIZA-CONTA.

       LOCALIZA-CONTA.
           MOVE ZEROS TO WRK-CONTA-MATCH
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                   UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
               IF WRK-CONTA-NUMERO(WRK-CONTA-IDX) = WRK-NOVA-CONTA
                   MOVE WRK-CONTA-IDX TO WRK-CONTA-MATCH
               END-IF
           END-PERFORM.

       CONSULTA-CONTA.
           PERFORM ACEITA-CONTA
           IF WRK-CONTA-MATCH = 0
               DISPLAY 'CONTA ' WRK-NOVA-CONTA ' NAO CADASTRADA'
           ELSE
               MOVE WRK-CONTA-SALDO(WRK-CONTA-MATCH) TO WRK-SALDO-ED
               DISPLAY 'CONTA....: ' WRK-CONTA-NUMERO(WRK-CONTA-MATCH)
               DISPLAY 'TITULAR..: '
                       WRK-CONTA-TITULAR(WRK-CONTA-MATCH)
               DISPLAY 'SITUACAO.: ' WRK-CONTA-STATUS(WRK-CONTA-MATCH)
                       ' (A=ABERTA B=BLOQUEADA E=ENCERRADA)'
               DISPLAY 'SALDO....: ' WRK-SALDO-ED
               DISPLAY 'ULT. MOV.: '
                       WRK-CONTA-ULT-MOV(WRK-CONTA-MATCH)
           END-IF.

      ***** A NEW ACCOUNT STARTS OPEN WITH A ZERO BALANCE - ONLY
      ***** POSTINGS EVER MOVE IT.
       INCLUI-CONTA.
           IF CONTA-TABELA-CHEIA
               DISPLAY 'CADASTRO MAIOR QUE A AREA DE TRABALHO, '
                       'INCLUSAO RECUSADA - ARQUIVO MANTIDO INTACTO'
           ELSE
           IF WRK-CONTA-CNT >= WRK-CONTA-MAX
               DISPLAY 'CADASTRO CHEIO, CONTA NAO INCLUIDA'
           ELSE
               PERFORM ACEITA-CONTA
               IF WRK-CONTA-MATCH NOT = 0
                   DISPLAY 'CONTA ' WRK-NOVA-CONTA ' JA CADASTRADA'
               ELSE
                   MOVE SPACES TO WRK-NOVO-TITULAR
                   PERFORM WITH TEST AFTER
                           UNTIL WRK-NOVO-TITULAR NOT = SPACES
                       DISPLAY 'NOME DO TITULAR (ATE 30 POSICOES)'
                       ACCEPT WRK-NOVO-TITULAR FROM CONSOLE
                       IF WRK-NOVO-TITULAR = SPACES
                           DISPLAY 'NOME DO TITULAR OBRIGATORIO'
                       END-IF
                   END-PERFORM
                   MOVE FUNCTION UPPER-CASE(WRK-NOVO-TITULAR)
                       TO WRK-NOVO-TITULAR
                   PERFORM EFETIVA-INCLUSAO
               END-IF
           END-IF
           END-IF.

      ***** THE MASTER IS RELOADED BEFORE THE NEW LINE GOES IN, SO THE
      ***** REWRITE CARRIES EVERY BALANCE EX2 HAS POSTED SINCE THE
      ***** OPTION WAS CHOSEN. THE CHECKS ARE MADE AGAIN ON THE FRESH
      ***** COPY.
       EFETIVA-INCLUSAO.
           PERFORM CARREGA-CONTAS
           PERFORM LOCALIZA-CONTA
           IF CONTA-TABELA-CHEIA OR WRK-CONTA-CNT >= WRK-CONTA-MAX
               DISPLAY 'CADASTRO CHEIO, CONTA NAO INCLUIDA'
           ELSE
               IF WRK-CONTA-MATCH NOT = 0
                   DISPLAY 'CONTA ' WRK-NOVA-CONTA ' JA CADASTRADA'
               ELSE
                   ADD 1 TO WRK-CONTA-CNT
                   MOVE WRK-NOVA-CONTA TO
                       WRK-CONTA-NUMERO(WRK-CONTA-CNT)
                   MOVE 'A' TO WRK-CONTA-STATUS(WRK-CONTA-CNT)
                   MOVE ZEROS TO WRK-CONTA-SALDO(WRK-CONTA-CNT)
                   MOVE SPACES TO WRK-CONTA-ULT-MOV(WRK-CONTA-CNT)
                   MOVE WRK-NOVO-TITULAR TO
                       WRK-CONTA-TITULAR(WRK-CONTA-CNT)
                   PERFORM GRAVA-CONTAS

                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'ACCT-INCLUI' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-NOVA-CONTA TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
                   DISPLAY 'CONTA ' WRK-NOVA-CONTA ' ABERTA'
               END-IF
           END-IF.

       ALTERA-SITUACAO.
           IF CONTA-TABELA-CHEIA
               DISPLAY 'CADASTRO MAIOR QUE A AREA DE TRABALHO, '
                       'ALTERACAO RECUSADA - ARQUIVO MANTIDO INTACTO'
           ELSE
               PERFORM ACEITA-CONTA
               IF WRK-CONTA-MATCH = 0
                   DISPLAY 'CONTA ' WRK-NOVA-CONTA ' NAO CADASTRADA'
               ELSE
                   DISPLAY 'SITUACAO ATUAL: '
                           WRK-CONTA-STATUS(WRK-CONTA-MATCH)
                   PERFORM WITH TEST AFTER UNTIL STATUS-VALIDO
                       DISPLAY 'NOVA SITUACAO (A=ABERTA B=BLOQUEADA '
                               'E=ENCERRADA)'
                       ACCEPT WRK-NOVO-STATUS FROM CONSOLE
                       MOVE FUNCTION UPPER-CASE(WRK-NOVO-STATUS)
                           TO WRK-NOVO-STATUS
                       IF NOT STATUS-VALIDO
                           DISPLAY 'SITUACAO INVALIDA, DIGITE '
                                   'NOVAMENTE'
                       END-IF
                   END-PERFORM
                   PERFORM EFETIVA-SITUACAO
               END-IF
           END-IF.

      ***** SAME RELOAD AS EFETIVA-INCLUSAO: ONLY THE STATUS BYTE OF
      ***** THE FRESH COPY CHANGES, SO THE BALANCE AND LAST-MOVEMENT
      ***** DATE EX2 KEEPS POSTING ARE WRITTEN BACK AS THEY ARE ON DISK.
       EFETIVA-SITUACAO.
           PERFORM CARREGA-CONTAS
           PERFORM LOCALIZA-CONTA
           IF CONTA-TABELA-CHEIA
               DISPLAY 'CADASTRO MAIOR QUE A AREA DE TRABALHO, '
                       'ALTERACAO RECUSADA - ARQUIVO MANTIDO INTACTO'
           ELSE
               IF WRK-CONTA-MATCH = 0
                   DISPLAY 'CONTA ' WRK-NOVA-CONTA ' NAO CADASTRADA'
               ELSE
                   MOVE WRK-NOVO-STATUS TO
                       WRK-CONTA-STATUS(WRK-CONTA-MATCH)
                   PERFORM GRAVA-CONTAS

                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'ACCT-SITUACAO' TO WRK-ERRLOG-CAMPO
                   MOVE SPACES TO WRK-ERRLOG-VALOR
                   STRING WRK-NOVA-CONTA ' ' WRK-NOVO-STATUS
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
                   PERFORM GRAVA-ERRLOG
                   DISPLAY 'SITUACAO DA CONTA ' WRK-NOVA-CONTA
                           ' ALTERADA PARA ' WRK-NOVO-STATUS
               END-IF
           END-IF.

       GRAVA-CONTAS.
           OPEN OUTPUT ACCT-FILE
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                   UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
               MOVE SPACES TO ACCT-RECORD
               MOVE WRK-CONTA-NUMERO(WRK-CONTA-IDX) TO ACCT-NUMERO
               MOVE WRK-CONTA-STATUS(WRK-CONTA-IDX) TO ACCT-STATUS
               MOVE WRK-CONTA-SALDO(WRK-CONTA-IDX) TO ACCT-SALDO
               MOVE WRK-CONTA-ULT-MOV(WRK-CONTA-IDX) TO ACCT-ULT-MOV
               MOVE WRK-CONTA-TITULAR(WRK-CONTA-IDX) TO ACCT-TITULAR
               WRITE ACCT-RECORD
           END-PERFORM
           CLOSE ACCT-FILE.

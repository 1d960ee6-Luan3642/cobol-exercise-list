               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FS.

           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** WIDE ENOUGH FOR THE 80-COLUMN DIGEST/ERRDIGEST LINES AS
       FD  REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(2) VALUE ZEROS.
       77 WRK-COD-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-MODO-CONSOLE PIC X(01) VALUE SPACE.

      ***** SIGN-ON IS CHECKED AGAINST OPERSEC: AN ID THAT IS NOT ON
      ***** FILE OR IS REVOKED GETS WRK-TENTATIVA-MAX TRIES, THEN THE
      ***** SESSION ENDS. THE PROFILE IS RE-READ BEFORE EVERY MENU
      ***** SO A REVOCATION OR A CHANGE OF GRANTS TAKES EFFECT AT
      ***** ONCE, AND ONLY THE OPTIONS THE ID HOLDS ARE SHOWN.
       77 WRK-TENTATIVA PIC 9(01) VALUE ZEROS.
       77 WRK-TENTATIVA-MAX PIC 9(01) VALUE 3.
       77 WRK-OPCAO-LIBERADA PIC X(01) VALUE 'S'.
           88 OPCAO-NEGADA VALUE 'N'.

       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-REPORT-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-REPORT-FS PIC X(02) VALUE SPACES.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='MENU    '==.


       PROCEDURE DIVISION.
       PERFORM ACEITA-OPERADOR.
       STOP RUN.

       ACEITA-OPERADOR.
           MOVE ZEROS TO WRK-TENTATIVA
           PERFORM WITH TEST AFTER
                   UNTIL OPS-ATIVO OR OPS-SEM-ARQUIVO
                      OR WRK-TENTATIVA >= WRK-TENTATIVA-MAX
               MOVE SPACES TO WRK-OPERADOR
               PERFORM WITH TEST AFTER UNTIL WRK-OPERADOR NOT = SPACES
                   DISPLAY 'INFORME O ID DO OPERADOR (ATE 8 CARACTERES)'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
                   IF WRK-OPERADOR = SPACES
                       DISPLAY 'ID DO OPERADOR OBRIGATORIO'
                   END-IF
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WRK-OPERADOR) TO WRK-OPERADOR
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF NOT OPS-ATIVO
                   ADD 1 TO WRK-TENTATIVA
                   DISPLAY 'OPERADOR NAO CADASTRADO OU REVOGADO'
                   MOVE 'SIGN-ON' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           END-PERFORM
           IF OPS-ATIVO
               MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR
               DISPLAY 'OPERADOR: ' WRK-OPERADOR
           ELSE
               IF OPS-SEM-ARQUIVO
                   DISPLAY 'ARQUIVO DE SEGURANCA OPERSEC INDISPONIVEL'
               END-IF
               DISPLAY 'ACESSO RECUSADO - SESSAO ENCERRADA'
               MOVE 5 TO WRK-OPCAO
           END-IF.

       PROCESSA-MENU.
           MOVE WRK-OPERADOR TO WRK-OPS-ALVO
           PERFORM LOCALIZA-PERFIL
           IF OPS-ATIVO
               PERFORM MOSTRA-MENU
           ELSE
               DISPLAY 'OPERADOR ' WRK-OPERADOR
                       ' REVOGADO - SESSAO ENCERRADA'
               MOVE 'SESSAO' TO WRK-OPS-ACAO
               PERFORM REGISTRA-RECUSA
               MOVE 5 TO WRK-OPCAO
           END-IF.

       MOSTRA-MENU.
       DISPLAY '======================================='.
       DISPLAY 'MENU DE ROTINAS DO DIA - ESCOLHA UMA OP��O'.
       IF WRK-OPS-MENU-OPC(1) = 'S'
           DISPLAY '1- CALCULADORA (EX2)'
       END-IF.
       IF WRK-OPS-MENU-OPC(2) = 'S'
           DISPLAY '2- VERIFICADOR DE SINAL (SINALCHK)'
       END-IF.
       IF WRK-OPS-MENU-OPC(3) = 'S'
           DISPLAY '3- VERIFICADOR DE VOGAL/CONSOANTE (VOGCONS)'
       END-IF.
       IF WRK-OPS-MENU-OPC(4) = 'S'
           DISPLAY '4- CONSULTAR RELAT�RIO DO DIA (EX2)'
       END-IF.
       DISPLAY '5- SAIR'.
       IF WRK-OPS-MENU-OPC(6) = 'S'
           DISPLAY '6- REPARO DE SUSPENSOS (SUSPREP)'
       END-IF.
       IF WRK-OPS-MENU-OPC(7) = 'S'
           DISPLAY '7- CONSULTA LEDGER/MEMO (MEMOINQ)'
       END-IF.
       IF WRK-OPS-MENU-OPC(8) = 'S'
           DISPLAY '8- RELATORIO DE ATIVIDADE POR OPERADOR (OPERREP)'
       END-IF.
       IF WRK-OPS-MENU-OPC(9) = 'S'
           DISPLAY '9- MANUTENCAO DOS CONTROLES (CTLMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(10) = 'S'
           DISPLAY '10- MANUTENCAO DA TABELA DE TAXAS (RATEMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(11) = 'S'
           DISPLAY '11- FECHAMENTO/REABERTURA DO DIA (DAYCLOSE)'
       END-IF.
       IF WRK-OPS-MENU-OPC(12) = 'S'
           DISPLAY '12- CONSULTAR RELATORIOS DE UMA DATA'
       END-IF.
       IF WRK-OPS-MENU-OPC(13) = 'S'
           DISPLAY '13- MAPEAMENTO CONTABIL DO JOURNAL GL (GLMAPMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(14) = 'S'
           DISPLAY '14- CADASTRO DE CONTAS (ACCTMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(15) = 'S'
           DISPLAY '15- APROVACAO DE LANCAMENTOS RETIDOS (APROVMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(16) = 'S'
           DISPLAY '16- SEGURANCA DE OPERADORES (SECMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(17) = 'S'
           DISPLAY '17- LOCKS DE LEDGER (LOCKMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(18) = 'S'
           DISPLAY '18- RECONSTRUCAO DE LEDGER (LEDGREC)'
       END-IF.
       IF WRK-OPS-MENU-OPC(19) = 'S'
           DISPLAY '19- CALENDARIO DE DIAS UTEIS (CALMNT)'
       END-IF.
       IF WRK-OPS-MENU-OPC(20) = 'S'
           DISPLAY '20- CONSULTA AO ERRORLOG (ERRLINQ)'
       END-IF.
       DISPLAY '======================================='.
       ACCEPT WRK-OPCAO FROM CONSOLE.

      ***** AN OPTION THE OPERATOR DOES NOT HOLD IS REFUSED EVEN WHEN
      ***** KEYED BLIND; SAIR IS ALWAYS ALLOWED.
       MOVE 'S' TO WRK-OPCAO-LIBERADA.
       IF WRK-OPCAO > 0 AND WRK-OPCAO <= 20 AND WRK-OPCAO NOT = 5
           IF WRK-OPS-MENU-OPC(WRK-OPCAO) NOT = 'S'
               MOVE 'N' TO WRK-OPCAO-LIBERADA
           END-IF
       END-IF.
       IF OPCAO-NEGADA
           DISPLAY 'OPCAO NAO AUTORIZADA PARA O OPERADOR'
           MOVE SPACES TO WRK-OPS-ACAO
           STRING 'MENU ' WRK-OPCAO DELIMITED BY SIZE
                   INTO WRK-OPS-ACAO
           END-STRING
           PERFORM REGISTRA-RECUSA
       ELSE
           PERFORM DESPACHA-OPCAO
       END-IF.

       DESPACHA-OPCAO.
       EVALUATE WRK-OPCAO
           WHEN 1
               CALL 'EX2' USING WRK-COD-RETORNO WRK-MODO-CONSOLE
               DISPLAY 'DAYCLOSE RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 12
               PERFORM CONSULTA-HISTORICO
           WHEN 13
               CALL 'GLMAPMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'GLMAPMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 14
               CALL 'ACCTMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'ACCTMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 15
               CALL 'APROVMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'APROVMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 16
               CALL 'SECMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'SECMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 17
               CALL 'LOCKMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'LOCKMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 18
               CALL 'LEDGREC' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'LEDGREC RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 19
               CALL 'CALMNT' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'CALMNT RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 20
               CALL 'ERRLINQ' USING WRK-COD-RETORNO WRK-OPERADOR
               DISPLAY 'ERRLINQ RETORNOU C�DIGO: ' WRK-COD-RETORNO
           WHEN 5
               DISPLAY 'ENCERRANDO...'
           WHEN OTHER
           END-IF.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY OPSECP.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
********************************
******* MAINTENANCE FOR GLMAP, THE OPCODE-TO-ACCOUNT MAPPING TABLE
******* GLJRNL TURNS EACH LEDGER LINE INTO A DEBIT/CREDIT PAIR WITH.
******* ONE LINE PER OPCODE KNOWN TO THE OPCATAL CATALOG: DEBIT
******* ACCOUNT, CREDIT ACCOUNT, A
******* POSTED FLAG ('S' JOURNALS THE OPCODE, 'N' KEEPS A KNOWN
******* OPCODE OUT OF THE GL) AND A FREE DESCRIPTION. OFFERS A
******* LISTING, A VALIDATED ADD/REPLACE AND A REMOVE. THE TABLE IS
******* SMALL, SO IT IS HELD IN MEMORY AND THE FILE REWRITTEN WHOLE
******* AFTER EVERY CHANGE, THE SAME WAY CTLMNT REWRITES
******* CONTROLFILE; EVERY CHANGE IS STAMPED ON ERRORLOG (SEVERITY
******* NEGOCIO) WITH THE OPERATOR, SO THE GL TEAM CAN SEE WHO
******* REMAPPED AN OPCODE AND WHEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLMAP-FS.

           COPY OPCATSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           05 GLMAP-OPCODE         PIC X(01).
           05 FILLER               PIC X(01).
           05 GLMAP-CONTA-DEB      PIC X(10).
           05 FILLER               PIC X(01).
           05 GLMAP-CONTA-CRED     PIC X(10).
           05 FILLER               PIC X(01).
           05 GLMAP-LANCA          PIC X(01).
           05 FILLER               PIC X(01).
           05 GLMAP-DESCRICAO      PIC X(20).

       COPY OPCATFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.

       77 WRK-GLMAP-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-GLMAP PIC X(01) VALUE 'N'.
           88 FIM-GLMAP-FILE VALUE 'Y'.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

      ***** AN OPCODE IS KNOWN WHEN THE CATALOG HAS ANY ENTRY FOR
      ***** IT - A RETIRED OPCODE KEEPS ITS MAPPING FOR THE DATES IT
      ***** POSTED ON.
       77 WRK-NOVO-OPCODE PIC X(01) VALUE SPACE.
       77 WRK-OPCODE-OK PIC X(01) VALUE 'N'.
           88 OPCODE-CONHECIDO VALUE 'Y'.
       77 WRK-NOVA-CONTA-DEB PIC X(10) VALUE SPACES.
       77 WRK-NOVA-CONTA-CRED PIC X(10) VALUE SPACES.
       77 WRK-NOVO-LANCA PIC X(01) VALUE SPACE.
           88 LANCA-VALIDO VALUE 'S' 'N'.
       77 WRK-NOVA-DESCRICAO PIC X(20) VALUE SPACES.

       77 WRK-MAPA-MAX PIC 9(02) VALUE 20.
       77 WRK-MAPA-CNT PIC 9(02) VALUE ZEROS.
       77 WRK-MAPA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-MAPA-MATCH PIC 9(02) VALUE ZEROS.

       01  WRK-MAPA-TAB.
           05 WRK-MAPA-ENTRY OCCURS 20 TIMES.
               10 WRK-MAPA-OPCODE      PIC X(01) VALUE SPACE.
               10 WRK-MAPA-CONTA-DEB   PIC X(10) VALUE SPACES.
               10 WRK-MAPA-CONTA-CRED  PIC X(10) VALUE SPACES.
               10 WRK-MAPA-LANCA       PIC X(01) VALUE SPACE.
               10 WRK-MAPA-DESCRICAO   PIC X(20) VALUE SPACES.

       COPY OPCAT.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='GLMAPMNT'==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR.
       PERFORM CARREGA-MAPA.
      ***** WITHOUT THE CATALOG NO OPCODE CAN BE CONFIRMED, SO ONLY
      ***** THE LISTING IS OFFERED.
       PERFORM CARREGA-CATALOGO.
       IF WRK-OPC-CNT = ZEROS
           DISPLAY 'CATALOGO DE OPCODES (OPCATAL) AUSENTE OU VAZIO, '
                   'APENAS A LISTAGEM ESTA DISPONIVEL'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
           MOVE 'AUSENTE OU VAZIO' TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
       END-IF.
       DISPLAY 'ESCOLHA UMA OPCAO'.
       DISPLAY '1- LISTAR O MAPEAMENTO CONTABIL'.
       DISPLAY '2- INCLUIR/ALTERAR MAPEAMENTO DE UM OPCODE'.
       DISPLAY '3- EXCLUIR MAPEAMENTO DE UM OPCODE'.
       PERFORM ACEITA-OPCAO.
       IF WRK-OPC-CNT = ZEROS AND (WRK-OPCAO = 2 OR WRK-OPCAO = 3)
           DISPLAY 'OPCAO INDISPONIVEL SEM O CATALOGO DE OPCODES'
           MOVE '08' TO LK-COD-RETORNO
           GOBACK
       END-IF.

       EVALUATE WRK-OPCAO
           WHEN 1
               PERFORM LISTA-MAPA
           WHEN 2
               PERFORM INCLUI-MAPA
           WHEN 3
               PERFORM EXCLUI-MAPA
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

       COPY OPCATP.

      ***** WORKING-STORAGE SURVIVES BETWEEN CALLS, SO THE TABLE IS
      ***** CLEARED BEFORE EVERY LOAD.
       CARREGA-MAPA.
           MOVE ZEROS TO WRK-MAPA-CNT
           INITIALIZE WRK-MAPA-TAB
           MOVE 'N' TO WRK-EOF-GLMAP
           OPEN INPUT GLMAP-FILE
           IF WRK-GLMAP-FS = '00'
               PERFORM UNTIL FIM-GLMAP-FILE
                   READ GLMAP-FILE
                       AT END
                           SET FIM-GLMAP-FILE TO TRUE
                       NOT AT END
                           IF GLMAP-OPCODE NOT = SPACE
                                   AND WRK-MAPA-CNT < WRK-MAPA-MAX
                               ADD 1 TO WRK-MAPA-CNT
                               MOVE GLMAP-OPCODE TO
                                   WRK-MAPA-OPCODE(WRK-MAPA-CNT)
                               MOVE GLMAP-CONTA-DEB TO
                                   WRK-MAPA-CONTA-DEB(WRK-MAPA-CNT)
                               MOVE GLMAP-CONTA-CRED TO
                                   WRK-MAPA-CONTA-CRED(WRK-MAPA-CNT)
                               MOVE GLMAP-LANCA TO
                                   WRK-MAPA-LANCA(WRK-MAPA-CNT)
                               MOVE GLMAP-DESCRICAO TO
                                   WRK-MAPA-DESCRICAO(WRK-MAPA-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

       LISTA-MAPA.
           IF WRK-MAPA-CNT = 0
               DISPLAY 'MAPEAMENTO CONTABIL AINDA NAO EXISTE'
           ELSE
               DISPLAY 'OP CONTA-DEB  CONTA-CRED LANCA DESCRICAO'
               PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                       UNTIL WRK-MAPA-IDX > WRK-MAPA-CNT
                   DISPLAY WRK-MAPA-OPCODE(WRK-MAPA-IDX) '  '
                           WRK-MAPA-CONTA-DEB(WRK-MAPA-IDX) ' '
                           WRK-MAPA-CONTA-CRED(WRK-MAPA-IDX) ' '
                           WRK-MAPA-LANCA(WRK-MAPA-IDX) '     '
                           WRK-MAPA-DESCRICAO(WRK-MAPA-IDX)
               END-PERFORM
           END-IF.

       ACEITA-OPCODE.
           MOVE 'N' TO WRK-OPCODE-OK
           PERFORM WITH TEST AFTER UNTIL OPCODE-CONHECIDO
               DISPLAY 'INFORME O OPCODE (CONFORME O CATALOGO OPCATAL)'
               ACCEPT WRK-NOVO-OPCODE FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-NOVO-OPCODE)
                   TO WRK-NOVO-OPCODE
               MOVE WRK-NOVO-OPCODE TO WRK-OPC-ALVO
               PERFORM LOCALIZA-OPCODE
               IF WRK-OPC-QUALQUER > ZEROS
                   SET OPCODE-CONHECIDO TO TRUE
               END-IF
               IF NOT OPCODE-CONHECIDO
                   DISPLAY 'OPCODE INVALIDO, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM

           MOVE ZEROS TO WRK-MAPA-MATCH
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-CNT
               IF WRK-MAPA-OPCODE(WRK-MAPA-IDX) = WRK-NOVO-OPCODE
                   MOVE WRK-MAPA-IDX TO WRK-MAPA-MATCH
               END-IF
           END-PERFORM.

       INCLUI-MAPA.
           PERFORM ACEITA-OPCODE
           IF WRK-MAPA-MATCH = 0 AND WRK-MAPA-CNT >= WRK-MAPA-MAX
               DISPLAY 'TABELA CHEIA, MAPEAMENTO NAO INCLUIDO'
           ELSE
               IF WRK-MAPA-MATCH NOT = 0
                   DISPLAY 'MAPEAMENTO ATUAL: '
                           WRK-MAPA-CONTA-DEB(WRK-MAPA-MATCH) ' '
                           WRK-MAPA-CONTA-CRED(WRK-MAPA-MATCH) ' '
                           WRK-MAPA-LANCA(WRK-MAPA-MATCH)
               END-IF

               MOVE SPACES TO WRK-NOVA-CONTA-DEB
               PERFORM WITH TEST AFTER
                       UNTIL WRK-NOVA-CONTA-DEB NOT = SPACES
                   DISPLAY 'INFORME A CONTA A DEBITO (ATE 10 POSICOES)'
                   ACCEPT WRK-NOVA-CONTA-DEB FROM CONSOLE
                   IF WRK-NOVA-CONTA-DEB = SPACES
                       DISPLAY 'CONTA OBRIGATORIA'
                   END-IF
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WRK-NOVA-CONTA-DEB)
                   TO WRK-NOVA-CONTA-DEB

               MOVE SPACES TO WRK-NOVA-CONTA-CRED
               PERFORM WITH TEST AFTER
                       UNTIL WRK-NOVA-CONTA-CRED NOT = SPACES
                   DISPLAY 'INFORME A CONTA A CREDITO (ATE 10 '
                           'POSICOES)'
                   ACCEPT WRK-NOVA-CONTA-CRED FROM CONSOLE
                   IF WRK-NOVA-CONTA-CRED = SPACES
                       DISPLAY 'CONTA OBRIGATORIA'
                   END-IF
               END-PERFORM
               MOVE FUNCTION UPPER-CASE(WRK-NOVA-CONTA-CRED)
                   TO WRK-NOVA-CONTA-CRED

               PERFORM WITH TEST AFTER UNTIL LANCA-VALIDO
                   DISPLAY 'LANCAR NO GL? (S/N)'
                   ACCEPT WRK-NOVO-LANCA FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WRK-NOVO-LANCA)
                       TO WRK-NOVO-LANCA
                   IF NOT LANCA-VALIDO
                       DISPLAY 'RESPONDA S OU N'
                   END-IF
               END-PERFORM

               MOVE SPACES TO WRK-NOVA-DESCRICAO
               DISPLAY 'DESCRICAO (OPCIONAL, ENTER PARA PULAR)'
               ACCEPT WRK-NOVA-DESCRICAO FROM CONSOLE

               IF WRK-MAPA-MATCH = 0
                   ADD 1 TO WRK-MAPA-CNT
                   MOVE WRK-MAPA-CNT TO WRK-MAPA-MATCH
               END-IF
               MOVE WRK-NOVO-OPCODE TO WRK-MAPA-OPCODE(WRK-MAPA-MATCH)
               MOVE WRK-NOVA-CONTA-DEB TO
                   WRK-MAPA-CONTA-DEB(WRK-MAPA-MATCH)
               MOVE WRK-NOVA-CONTA-CRED TO
                   WRK-MAPA-CONTA-CRED(WRK-MAPA-MATCH)
               MOVE WRK-NOVO-LANCA TO WRK-MAPA-LANCA(WRK-MAPA-MATCH)
               MOVE WRK-NOVA-DESCRICAO TO
                   WRK-MAPA-DESCRICAO(WRK-MAPA-MATCH)
               PERFORM GRAVA-MAPA

               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'GLMAP-INCLUI' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING WRK-NOVO-OPCODE ' ' WRK-NOVA-CONTA-DEB
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
               DISPLAY 'MAPEAMENTO GRAVADO'
           END-IF.

      ***** THE REMOVED ENTRY'S SLOT IS FILLED BY SHIFTING THE REST
      ***** OF THE TABLE UP ONE, SO THE REWRITE KEEPS FILE ORDER.
       EXCLUI-MAPA.
           PERFORM ACEITA-OPCODE
           IF WRK-MAPA-MATCH = 0
               DISPLAY 'OPCODE SEM MAPEAMENTO, NADA A EXCLUIR'
           ELSE
               PERFORM VARYING WRK-MAPA-IDX FROM WRK-MAPA-MATCH BY 1
                       UNTIL WRK-MAPA-IDX >= WRK-MAPA-CNT
                   MOVE WRK-MAPA-ENTRY(WRK-MAPA-IDX + 1)
                       TO WRK-MAPA-ENTRY(WRK-MAPA-IDX)
               END-PERFORM
               INITIALIZE WRK-MAPA-ENTRY(WRK-MAPA-CNT)
               SUBTRACT 1 FROM WRK-MAPA-CNT
               PERFORM GRAVA-MAPA

               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'GLMAP-EXCLUI' TO WRK-ERRLOG-CAMPO
               MOVE WRK-NOVO-OPCODE TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               DISPLAY 'MAPEAMENTO EXCLUIDO'
           END-IF.

       GRAVA-MAPA.
           OPEN OUTPUT GLMAP-FILE
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-CNT
               MOVE SPACES TO GLMAP-RECORD
               MOVE WRK-MAPA-OPCODE(WRK-MAPA-IDX) TO GLMAP-OPCODE
               MOVE WRK-MAPA-CONTA-DEB(WRK-MAPA-IDX) TO GLMAP-CONTA-DEB
               MOVE WRK-MAPA-CONTA-CRED(WRK-MAPA-IDX)
                   TO GLMAP-CONTA-CRED
               MOVE WRK-MAPA-LANCA(WRK-MAPA-IDX) TO GLMAP-LANCA
               MOVE WRK-MAPA-DESCRICAO(WRK-MAPA-IDX)
                   TO GLMAP-DESCRICAO
               WRITE GLMAP-RECORD
           END-PERFORM
           CLOSE GLMAP-FILE.

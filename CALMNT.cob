       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
********************************
******* MAINTENANCE FOR BUSCAL, THE BUSINESS CALENDAR EX2 (ROLLING
******* FUTURE-DATED POSTINGS, NON-BUSINESS-DATE WARNING), SUSPREP
******* (SUSPENSE AGING), DAYDIG/ERRDIG (CATCH-UP RANGES) AND
******* HOUSEKP (RETENTION IN BUSINESS DAYS) READ THROUGH THE
******* BUSCALP.CPY PARAGRAPHS (SEE BUSCALFD.CPY FOR THE LAYOUT).
******* PER YEAR THE FILE CARRIES THE WORKING WEEK (MONDAY TO
******* FRIDAY WHEN NOT GIVEN), THE HOLIDAYS AND ANY EXTRA WORKING
******* DAYS. THE YEAR LISTING AND THE CHECK OF A SINGLE DATE ARE
******* OPEN TO ANYONE HOLDING THE MENU OPTION; INCLUDING OR
******* REMOVING A DATE AND SETTING A YEAR'S WORKING WEEK NEED AN
******* ACTIVE OPERATOR WITH THE CALEND PRIVILEGE IN OPERSEC. THE
******* FILE IS HELD IN MEMORY, KEPT IN KEY ORDER AND REWRITTEN
******* WHOLE AFTER EVERY CHANGE, AS SECMNT DOES WITH OPERSEC;
******* EVERY CHANGE IS STAMPED ON ERRORLOG (SEVERITY NEGOCIO) WITH
******* THE OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BUSCALSL.

           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSCALFD.

       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'S' 'N'.

       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 WRK-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-SEMANA-OK PIC X(01) VALUE 'N'.
           88 SEMANA-VALIDA VALUE 'S'.
       77 WRK-SEMANA-UTEIS PIC 9(01) VALUE ZEROS.
       77 WRK-TIPO-NOVO PIC X(01) VALUE SPACE.
           88 NOVO-FERIADO VALUE 'F'.
           88 NOVO-DIA-EXTRA VALUE 'T'.

       01  WRK-DIA-NOMES PIC X(21) VALUE 'SEGTERQUAQUISEXSABDOM'.
       01  WRK-DIA-NOMES-TAB REDEFINES WRK-DIA-NOMES.
           05 WRK-DIA-NOME PIC X(03) OCCURS 7 TIMES.

      ***** SAME LAYOUT AS BUSCAL-RECORD SO A LINE MOVES IN AND OUT
      ***** WHOLE. WRK-CLD-NOVO IS THE LINE BEING BUILT; IT ONLY GOES
      ***** INTO THE TABLE ONCE EVERY PROMPT IS ANSWERED.
       01  WRK-CLD-NOVO.
           05 WRK-NOVO-TIPO        PIC X(01).
           05 FILLER               PIC X(01).
           05 WRK-NOVO-CHAVE       PIC X(08).
           05 FILLER               PIC X(01).
           05 WRK-NOVO-SEMANA      PIC X(07).
           05 WRK-NOVO-SEMANA-TAB REDEFINES WRK-NOVO-SEMANA.
               10 WRK-NOVO-SEMANA-DIA PIC X(01) OCCURS 7 TIMES.
           05 FILLER               PIC X(01).
           05 WRK-NOVO-DESCRICAO   PIC X(30).

       77 WRK-CLD-MAX PIC 9(03) VALUE 600.
       77 WRK-CLD-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-CLD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLD-POS PIC 9(03) VALUE ZEROS.
       77 WRK-CLD-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-CLD-SITUACAO PIC X(01) VALUE 'N'.
           88 CLD-CARREGADO VALUE 'S'.
           88 CLD-NAO-CARREGADO VALUE 'N'.

       01  WRK-CLD-TAB.
           05 WRK-CLD-ENTRY OCCURS 600 TIMES.
               10 WRK-CLD-TIPO         PIC X(01).
               10 FILLER               PIC X(01).
               10 WRK-CLD-CHAVE        PIC X(08).
               10 FILLER               PIC X(01).
               10 WRK-CLD-SEMANA       PIC X(07).
               10 FILLER               PIC X(01).
               10 WRK-CLD-DESCRICAO    PIC X(30).

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY BUSCAL.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='CALMNT  '==.

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
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD.
       DISPLAY 'ESCOLHA UMA OPCAO'.
       DISPLAY '1- LISTAR O CALENDARIO DE UM ANO'.
       DISPLAY '2- CONSULTAR UMA DATA'.
       DISPLAY '3- INCLUIR FERIADO'.
       DISPLAY '4- INCLUIR DIA UTIL EXTRA'.
       DISPLAY '5- EXCLUIR FERIADO OU DIA UTIL EXTRA'.
       DISPLAY '6- DEFINIR A SEMANA UTIL DE UM ANO'.
       PERFORM ACEITA-OPCAO.

       EVALUATE WRK-OPCAO
           WHEN 1
               PERFORM LISTA-ANO
           WHEN 2
               PERFORM CONSULTA-DATA
           WHEN 3 THRU 6
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-CALENDARIO
                   PERFORM ATUALIZA-CALENDARIO
               ELSE
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA ALTERAR O '
                           'CALENDARIO'
                   MOVE 'CALENDARIO' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
                   MOVE '08' TO LK-COD-RETORNO
               END-IF
           WHEN OTHER
               DISPLAY 'OPCAO INVALIDA'
               MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-OPCAO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
       END-EVALUATE.

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

      ***** A NUMERIC-BUT-IMPOSSIBLE DATE (E.G. 20270231) IS ASKED
      ***** AGAIN - IT WOULD NEVER MATCH A DAY THE PROGRAMS CHECK.
       ACEITA-DATA.
           MOVE ZEROS TO WRK-DATA-ALVO
           PERFORM WITH TEST AFTER UNTIL WRK-DATA-ALVO > ZEROS
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
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-ALVO
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) = 0
                   DISPLAY 'DATA INEXISTENTE, DIGITE NOVAMENTE'
                   MOVE ZEROS TO WRK-DATA-ALVO
               END-IF
           END-PERFORM.

       ACEITA-ANO.
           MOVE ZEROS TO WRK-ANO
           PERFORM WITH TEST AFTER UNTIL WRK-ANO > 1600
               PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
                   DISPLAY 'INFORME O ANO (AAAA, 0 PARA O ANO CORRENTE)'
                   ACCEPT WS-NUMCHK-RAW FROM CONSOLE
                   PERFORM VALIDA-NUMCHK
                   IF NUMERIC-CHECK-FALHOU
                       DISPLAY 'ANO INVALIDO, DIGITE NOVAMENTE'
                   END-IF
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-ANO
               IF WRK-ANO = 0
                   MOVE WRK-HOJE-AAAAMMDD(1:4) TO WRK-ANO
               END-IF
               IF WRK-ANO NOT > 1600
                   DISPLAY 'ANO INVALIDO, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY OPSECP.

       COPY BUSCALP.

      ***** THE YEAR'S WORKING WEEK, EVERY HOLIDAY AND EXTRA DAY ON
      ***** FILE FOR IT, AND THE RESULTING BUSINESS-DAY COUNT.
       LISTA-ANO.
           PERFORM ACEITA-ANO
           PERFORM CARREGA-CALENDARIO
           IF CAL-SEM-ARQUIVO
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               MOVE WRK-CAL-SEMANA-PADRAO TO WRK-CAL-SEMANA
               PERFORM VARYING WRK-CAL-ANO-IDX FROM 1 BY 1
                       UNTIL WRK-CAL-ANO-IDX > WRK-CAL-ANO-CNT
                   IF WRK-CAL-ANO-VALOR(WRK-CAL-ANO-IDX) = WRK-ANO
                       MOVE WRK-CAL-ANO-SEMANA(WRK-CAL-ANO-IDX)
                           TO WRK-CAL-SEMANA
                   END-IF
               END-PERFORM
               DISPLAY 'CALENDARIO DE ' WRK-ANO
               DISPLAY 'SEMANA UTIL (SEG A DOM): ' WRK-CAL-SEMANA
               DISPLAY 'DATA     T DIA DESCRICAO'
               MOVE ZEROS TO WRK-LISTADOS
               MOVE 'N' TO WRK-EOF-CAL
               OPEN INPUT BUSCAL-FILE
               PERFORM UNTIL FIM-CAL-FILE
                   READ BUSCAL-FILE
                       AT END
                           SET FIM-CAL-FILE TO TRUE
                       NOT AT END
                           IF (CAL-TIPO = 'F' OR CAL-TIPO = 'T')
                                   AND CAL-CHAVE IS NUMERIC
                                   AND CAL-CHAVE(1:4) = WRK-ANO
                               PERFORM MOSTRA-EXCECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
               IF WRK-LISTADOS = 0
                   DISPLAY 'NENHUM FERIADO OU DIA EXTRA NO ANO'
               END-IF
               DISPLAY 'T: F=FERIADO T=DIA UTIL EXTRA'
               COMPUTE WRK-CAL-DATA = (WRK-ANO - 1) * 10000 + 1231
               COMPUTE WRK-CAL-DATA-ATE = WRK-ANO * 10000 + 1231
               PERFORM CONTA-DIAS-UTEIS
               DISPLAY 'DIAS UTEIS NO ANO: ' WRK-CAL-QTDE
           END-IF.

       MOSTRA-EXCECAO.
           ADD 1 TO WRK-LISTADOS
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CAL-CHAVE-DATA) - 1, 7) + 1
           DISPLAY CAL-CHAVE-DATA ' ' CAL-TIPO ' '
                   WRK-DIA-NOME(WRK-DIA-SEMANA) ' ' CAL-DESCRICAO.

       CONSULTA-DATA.
           PERFORM ACEITA-DATA
           PERFORM CARREGA-CALENDARIO
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) - 1, 7) + 1
           MOVE WRK-DATA-ALVO TO WRK-CAL-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF CAL-DIA-UTIL
               DISPLAY WRK-DATA-ALVO ' (' WRK-DIA-NOME(WRK-DIA-SEMANA)
                       ') E DIA UTIL'
           ELSE
               PERFORM PROXIMO-DIA-UTIL
               DISPLAY WRK-DATA-ALVO ' (' WRK-DIA-NOME(WRK-DIA-SEMANA)
                       ') NAO E DIA UTIL - PROXIMO DIA UTIL: '
                       WRK-CAL-DATA
           END-IF.

      ***** OPTIONS 3 TO 6. NOTHING IS REWRITTEN WHEN THE FILE COULD
      ***** NOT BE READ WHOLE INTO THE WORK TABLE.
       ATUALIZA-CALENDARIO.
           PERFORM CARREGA-LINHAS
           IF CLD-NAO-CARREGADO
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               EVALUATE WRK-OPCAO
                   WHEN 3
                       SET NOVO-FERIADO TO TRUE
                       PERFORM INCLUI-EXCECAO
                   WHEN 4
                       SET NOVO-DIA-EXTRA TO TRUE
                       PERFORM INCLUI-EXCECAO
                   WHEN 5
                       PERFORM EXCLUI-EXCECAO
                   WHEN 6
                       PERFORM DEFINE-SEMANA
               END-EVALUATE
           END-IF.

      ***** A MISSING BUSCAL IS AN EMPTY CALENDAR THE FIRST CHANGE
      ***** CREATES; ANY OTHER OPEN FAILURE, OR A FILE LARGER THAN
      ***** THE TABLE, REFUSES THE CHANGE.
       CARREGA-LINHAS.
           MOVE ZEROS TO WRK-CLD-CNT
           SET CLD-CARREGADO TO TRUE
           MOVE 'N' TO WRK-EOF-CAL
           OPEN INPUT BUSCAL-FILE
           IF WRK-CAL-FS = '00'
               PERFORM UNTIL FIM-CAL-FILE
                   READ BUSCAL-FILE
                       AT END
                           SET FIM-CAL-FILE TO TRUE
                       NOT AT END
                           IF WRK-CLD-CNT < WRK-CLD-MAX
                               ADD 1 TO WRK-CLD-CNT
                               MOVE BUSCAL-RECORD
                                   TO WRK-CLD-ENTRY(WRK-CLD-CNT)
                           ELSE
                               SET CLD-NAO-CARREGADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
               IF CLD-NAO-CARREGADO
                   DISPLAY 'BUSCAL MAIOR QUE A AREA DE TRABALHO, '
                           'ALTERACAO RECUSADA - ARQUIVO MANTIDO '
                           'INTACTO'
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'WRK-CLD-MAX' TO WRK-ERRLOG-CAMPO
                   MOVE 'BUSCAL' TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               END-IF
           ELSE
               IF WRK-CAL-FS NOT = '35'
                   SET CLD-NAO-CARREGADO TO TRUE
                   DISPLAY 'CALENDARIO BUSCAL INDISPONIVEL, FILE '
                           'STATUS ' WRK-CAL-FS
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'BUSCAL' TO WRK-ERRLOG-CAMPO
                   MOVE SPACES TO WRK-ERRLOG-VALOR
                   STRING 'FILE STATUS ' WRK-CAL-FS
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
                   PERFORM GRAVA-ERRLOG
               END-IF
           END-IF.

       GRAVA-LINHAS.
           OPEN OUTPUT BUSCAL-FILE
           PERFORM VARYING WRK-CLD-IDX FROM 1 BY 1
                   UNTIL WRK-CLD-IDX > WRK-CLD-CNT
               WRITE BUSCAL-RECORD FROM WRK-CLD-ENTRY(WRK-CLD-IDX)
           END-PERFORM
           CLOSE BUSCAL-FILE.

      ***** A DATE CARRIES AT MOST ONE LINE: KEYING A HOLIDAY OVER AN
      ***** EXTRA DAY (OR THE REVERSE) REPLACES IT.
       INCLUI-EXCECAO.
           PERFORM ACEITA-DATA
           MOVE SPACES TO WRK-CLD-NOVO
           MOVE WRK-TIPO-NOVO TO WRK-NOVO-TIPO
           MOVE WRK-DATA-ALVO TO WRK-NOVO-CHAVE
           DISPLAY 'INFORME A DESCRICAO (ATE 30 CARACTERES)'
           ACCEPT WRK-NOVO-DESCRICAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WRK-NOVO-DESCRICAO)
               TO WRK-NOVO-DESCRICAO

           MOVE ZEROS TO WRK-CLD-MATCH
           PERFORM VARYING WRK-CLD-IDX FROM 1 BY 1
                   UNTIL WRK-CLD-IDX > WRK-CLD-CNT
               IF (WRK-CLD-TIPO(WRK-CLD-IDX) = 'F'
                       OR WRK-CLD-TIPO(WRK-CLD-IDX) = 'T')
                       AND WRK-CLD-CHAVE(WRK-CLD-IDX) = WRK-NOVO-CHAVE
                   MOVE WRK-CLD-IDX TO WRK-CLD-MATCH
               END-IF
           END-PERFORM
           PERFORM EFETIVA-LINHA

           IF LK-COD-RETORNO = '00'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'CALEND-INCLUI' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING WRK-NOVO-TIPO ' ' WRK-NOVO-CHAVE
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
           END-IF.

       EXCLUI-EXCECAO.
           PERFORM ACEITA-DATA
           MOVE WRK-DATA-ALVO TO WRK-NOVO-CHAVE
           MOVE ZEROS TO WRK-CLD-MATCH
           PERFORM VARYING WRK-CLD-IDX FROM 1 BY 1
                   UNTIL WRK-CLD-IDX > WRK-CLD-CNT
               IF (WRK-CLD-TIPO(WRK-CLD-IDX) = 'F'
                       OR WRK-CLD-TIPO(WRK-CLD-IDX) = 'T')
                       AND WRK-CLD-CHAVE(WRK-CLD-IDX) = WRK-NOVO-CHAVE
                   MOVE WRK-CLD-IDX TO WRK-CLD-MATCH
               END-IF
           END-PERFORM
           IF WRK-CLD-MATCH = 0
               DISPLAY 'DATA ' WRK-DATA-ALVO ' SEM FERIADO OU DIA '
                       'EXTRA NO CALENDARIO'
           ELSE
               DISPLAY WRK-CLD-TIPO(WRK-CLD-MATCH) ' '
                       WRK-CLD-CHAVE(WRK-CLD-MATCH) ' '
                       WRK-CLD-DESCRICAO(WRK-CLD-MATCH)
               DISPLAY 'EXCLUIR ESTA DATA DO CALENDARIO? (S/N)'
               PERFORM ACEITA-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   MOVE WRK-CLD-ENTRY(WRK-CLD-MATCH) TO WRK-CLD-NOVO
                   PERFORM VARYING WRK-CLD-IDX FROM WRK-CLD-MATCH BY 1
                           UNTIL WRK-CLD-IDX >= WRK-CLD-CNT
                       MOVE WRK-CLD-ENTRY(WRK-CLD-IDX + 1)
                           TO WRK-CLD-ENTRY(WRK-CLD-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WRK-CLD-CNT
                   PERFORM GRAVA-LINHAS

                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'CALEND-EXCLUI' TO WRK-ERRLOG-CAMPO
                   MOVE SPACES TO WRK-ERRLOG-VALOR
                   STRING WRK-NOVO-TIPO ' ' WRK-NOVO-CHAVE
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
                   PERFORM GRAVA-ERRLOG
                   DISPLAY 'DATA ' WRK-DATA-ALVO ' EXCLUIDA DO '
                           'CALENDARIO'
               ELSE
                   DISPLAY 'CALENDARIO MANTIDO'
               END-IF
           END-IF.

      ***** SEVEN S/N BYTES, MONDAY FIRST, WITH AT LEAST ONE WORKING
      ***** DAY - A WEEK WITH NONE WOULD LEAVE NO DATE TO ROLL TO.
       DEFINE-SEMANA.
           PERFORM ACEITA-ANO
           MOVE SPACES TO WRK-CLD-NOVO
           MOVE 'S' TO WRK-NOVO-TIPO
           MOVE WRK-ANO TO WRK-NOVO-CHAVE
           MOVE 'N' TO WRK-SEMANA-OK
           PERFORM WITH TEST AFTER UNTIL SEMANA-VALIDA
               DISPLAY 'INFORME A SEMANA UTIL, SEG A DOM (7 POSICOES '
                       'S/N, EX.: SSSSSNN)'
               ACCEPT WRK-NOVO-SEMANA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-NOVO-SEMANA)
                   TO WRK-NOVO-SEMANA
               MOVE 'S' TO WRK-SEMANA-OK
               MOVE ZEROS TO WRK-SEMANA-UTEIS
               PERFORM VARYING WRK-DIA-SEMANA FROM 1 BY 1
                       UNTIL WRK-DIA-SEMANA > 7
                   IF WRK-NOVO-SEMANA-DIA(WRK-DIA-SEMANA) = 'S'
                       ADD 1 TO WRK-SEMANA-UTEIS
                   ELSE
                       IF WRK-NOVO-SEMANA-DIA(WRK-DIA-SEMANA) NOT = 'N'
                           MOVE 'N' TO WRK-SEMANA-OK
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-SEMANA-UTEIS = 0
                   MOVE 'N' TO WRK-SEMANA-OK
               END-IF
               IF NOT SEMANA-VALIDA
                   DISPLAY 'SEMANA INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM
           DISPLAY 'INFORME A DESCRICAO (ATE 30 CARACTERES)'
           ACCEPT WRK-NOVO-DESCRICAO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WRK-NOVO-DESCRICAO)
               TO WRK-NOVO-DESCRICAO
           IF WRK-NOVO-DESCRICAO = SPACES
               MOVE 'SEMANA UTIL' TO WRK-NOVO-DESCRICAO
           END-IF

           MOVE ZEROS TO WRK-CLD-MATCH
           PERFORM VARYING WRK-CLD-IDX FROM 1 BY 1
                   UNTIL WRK-CLD-IDX > WRK-CLD-CNT
               IF WRK-CLD-TIPO(WRK-CLD-IDX) = 'S'
                       AND WRK-CLD-CHAVE(WRK-CLD-IDX) = WRK-NOVO-CHAVE
                   MOVE WRK-CLD-IDX TO WRK-CLD-MATCH
               END-IF
           END-PERFORM
           PERFORM EFETIVA-LINHA

           IF LK-COD-RETORNO = '00'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'CALEND-SEMANA' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING WRK-ANO ' ' WRK-NOVO-SEMANA
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** REPLACES THE MATCHED LINE, OR INSERTS WRK-CLD-NOVO AHEAD
      ***** OF THE FIRST LINE WITH A HIGHER KEY. A YEAR'S S LINE
      ***** ('AAAA' AND SPACES) SORTS AHEAD OF ITS OWN DATES.
       EFETIVA-LINHA.
           IF WRK-CLD-MATCH > 0
               MOVE WRK-CLD-NOVO TO WRK-CLD-ENTRY(WRK-CLD-MATCH)
               PERFORM GRAVA-LINHAS
               DISPLAY 'CALENDARIO ALTERADO: ' WRK-CLD-NOVO
           ELSE
               IF WRK-CLD-CNT >= WRK-CLD-MAX
                   DISPLAY 'BUSCAL CHEIO, DATA NAO INCLUIDA'
                   MOVE '08' TO LK-COD-RETORNO
               ELSE
                   COMPUTE WRK-CLD-POS = WRK-CLD-CNT + 1
                   PERFORM VARYING WRK-CLD-IDX FROM WRK-CLD-CNT BY -1
                           UNTIL WRK-CLD-IDX = 0
                       IF WRK-CLD-CHAVE(WRK-CLD-IDX) > WRK-NOVO-CHAVE
                           MOVE WRK-CLD-IDX TO WRK-CLD-POS
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WRK-CLD-IDX FROM WRK-CLD-CNT BY -1
                           UNTIL WRK-CLD-IDX < WRK-CLD-POS
                       MOVE WRK-CLD-ENTRY(WRK-CLD-IDX)
                           TO WRK-CLD-ENTRY(WRK-CLD-IDX + 1)
                   END-PERFORM
                   MOVE WRK-CLD-NOVO TO WRK-CLD-ENTRY(WRK-CLD-POS)
                   ADD 1 TO WRK-CLD-CNT
                   PERFORM GRAVA-LINHAS
                   DISPLAY 'CALENDARIO INCLUIDO: ' WRK-CLD-NOVO
               END-IF
           END-IF.

       ACEITA-RESPOSTA.
           PERFORM WITH TEST AFTER UNTIL RESPOSTA-VALIDA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA) TO WRK-RESPOSTA
               IF NOT RESPOSTA-VALIDA
                   DISPLAY 'RESPONDA S OU N'
               END-IF
           END-PERFORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERRLINQ.
********************************
******* ERRORLOG INQUIRY. BROWSES THE SHARED ERRORLOG OVER A DATE
******* RANGE (BLANK = TODAY), OPTIONALLY NARROWED TO ONE PROGRAM
******* TAG, ONE SEVERITY (ENTRADA/SISTEMA/NEGOCIO) AND/OR ONE
******* OPERATOR ID - A BLANK ANSWER MEANS ALL OF THEM. THE RECORDS
******* COME THROUGH THE ERRLOGRP.CPY READER, SO THE INDEXED LOG IS
******* STARTED STRAIGHT AT THE FIRST DATE AND A DATE WHOSE MONTH
******* ERRLROLL HAS ALREADY MOVED TO ITS ERRLARQ GENERATION IS STILL
******* SHOWN, AS LONG AS HOUSEKP HAS NOT RETIRED IT.
******* EACH RECORD IS SHOWN IN THE FAMILIAR LOG-LINE FORM, A PAGE
******* AT A TIME; THE OPERATOR MAY STOP AT ANY PAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ERRLOGSL.

           COPY ERRARQSL.

       DATA DIVISION.
       FILE SECTION.
       COPY ERRLOGFD.

       COPY ERRARQFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.

       77 WRK-DATA-RAW PIC X(08) VALUE SPACES.
       77 WRK-DATA-PADRAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK PIC X(01) VALUE 'N'.
           88 DATA-ALVO-VALIDA VALUE 'Y'.
           88 DATA-ALVO-INVALIDA VALUE 'N'.

      ***** FILTERS - SPACES = NO FILTER ON THAT FIELD.
       77 WRK-FILTRO-PROGRAMA PIC X(08) VALUE SPACES.
       77 WRK-FILTRO-SEVERIDADE PIC X(08) VALUE SPACES.
           88 FILTRO-SEV-VALIDO VALUE SPACES 'ENTRADA ' 'SISTEMA '
                                      'NEGOCIO '.
       77 WRK-FILTRO-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-CNT-MOSTRADOS PIC 9(07) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE 20.
       77 WRK-LINHAS-NA-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
       77 WRK-INTERROMPIDO PIC X(01) VALUE 'N'.
           88 CONSULTA-INTERROMPIDA VALUE 'S'.

       01  WRK-LINHA-EXIBIDA PIC X(90) VALUE SPACES.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ERRLINQ '==.

       COPY ERRLOGR.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-OPERADOR.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-ERRLOG-OPERADOR
       END-IF.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD.

       DISPLAY 'CONSULTA AO ERRORLOG'.
       DISPLAY 'DATA INICIAL - BRANCO = HOJE'.
       MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-PADRAO.
       PERFORM ACEITA-DATA-ALVO.
       MOVE WRK-DATA-ALVO TO WRK-ERRL-DATA-DE.
       DISPLAY 'DATA FINAL - BRANCO = A DATA INICIAL'.
       MOVE WRK-ERRL-DATA-DE TO WRK-DATA-PADRAO.
       PERFORM ACEITA-DATA-ALVO.
       MOVE WRK-DATA-ALVO TO WRK-ERRL-DATA-ATE.
       IF WRK-ERRL-DATA-ATE < WRK-ERRL-DATA-DE
           DISPLAY 'FAIXA DE DATAS INVERTIDA, USANDO SOMENTE A '
                   'DATA INICIAL'
           MOVE WRK-ERRL-DATA-DE TO WRK-ERRL-DATA-ATE
       END-IF.

       DISPLAY 'PROGRAMA - BRANCO = TODOS'.
       ACCEPT WRK-FILTRO-PROGRAMA FROM CONSOLE.
       MOVE FUNCTION UPPER-CASE(WRK-FILTRO-PROGRAMA)
           TO WRK-FILTRO-PROGRAMA.
       PERFORM ACEITA-SEVERIDADE.
       DISPLAY 'OPERADOR - BRANCO = TODOS'.
       ACCEPT WRK-FILTRO-OPERADOR FROM CONSOLE.
       MOVE FUNCTION UPPER-CASE(WRK-FILTRO-OPERADOR)
           TO WRK-FILTRO-OPERADOR.

       PERFORM CONSULTA-ERRLOG.

       MOVE '00' TO LK-COD-RETORNO.
       GOBACK.

      ***** A BLANK ANSWER TAKES WRK-DATA-PADRAO. ANYTHING ELSE MUST
      ***** BE A REAL CALENDAR DATE - INTEGER-OF-DATE IS ZERO FOR A
      ***** NUMERIC-BUT-IMPOSSIBLE ONE, AS IN MEMOINQ.
       ACEITA-DATA-ALVO.
           SET DATA-ALVO-INVALIDA TO TRUE
           PERFORM WITH TEST AFTER UNTIL DATA-ALVO-VALIDA
               DISPLAY 'INFORME A DATA (AAAAMMDD)'
               MOVE SPACES TO WRK-DATA-RAW
               ACCEPT WRK-DATA-RAW FROM CONSOLE
               IF WRK-DATA-RAW = SPACES
                   MOVE WRK-DATA-PADRAO TO WRK-DATA-ALVO
                   SET DATA-ALVO-VALIDA TO TRUE
               ELSE
                   IF WRK-DATA-RAW IS NOT NUMERIC
                       DISPLAY 'DATA INVALIDA, DIGITE NOVAMENTE'
                       MOVE 'WRK-DATA-RAW' TO WRK-ERRLOG-CAMPO
                       MOVE WRK-DATA-RAW TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                   ELSE
                       MOVE WRK-DATA-RAW TO WRK-DATA-ALVO
                       IF FUNCTION INTEGER-OF-DATE(WRK-DATA-ALVO) = 0
                           DISPLAY 'DATA INEXISTENTE NO CALENDARIO, '
                                   'DIGITE NOVAMENTE'
                       ELSE
                           SET DATA-ALVO-VALIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACEITA-SEVERIDADE.
           PERFORM WITH TEST AFTER UNTIL FILTRO-SEV-VALIDO
               DISPLAY 'SEVERIDADE (ENTRADA/SISTEMA/NEGOCIO) - '
                       'BRANCO = TODAS'
               MOVE SPACES TO WRK-FILTRO-SEVERIDADE
               ACCEPT WRK-FILTRO-SEVERIDADE FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-FILTRO-SEVERIDADE)
                   TO WRK-FILTRO-SEVERIDADE
               IF NOT FILTRO-SEV-VALIDO
                   DISPLAY 'SEVERIDADE INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

      ***** NOTHING MAY BE LOGGED FROM HERE ON UNTIL THE READER IS
      ***** CLOSED - THE LOG IS OPEN FOR INPUT.
       CONSULTA-ERRLOG.
           MOVE ZEROS TO WRK-CNT-MOSTRADOS WRK-LINHAS-NA-PAGINA
           MOVE 'N' TO WRK-INTERROMPIDO
           DISPLAY '---- ERRORLOG DE ' WRK-ERRL-DATA-DE ' A '
                   WRK-ERRL-DATA-ATE ' ----'
           PERFORM ABRE-LEITURA-ERRLOG
           PERFORM LE-PROXIMO-ERRLOG
           PERFORM UNTIL FIM-LEITURA-ERRLOG OR CONSULTA-INTERROMPIDA
               IF (WRK-FILTRO-PROGRAMA = SPACES
                       OR WRK-FILTRO-PROGRAMA = WRK-ERRL-PROGRAMA)
                  AND (WRK-FILTRO-SEVERIDADE = SPACES
                       OR WRK-FILTRO-SEVERIDADE = WRK-ERRL-SEVERIDADE)
                  AND (WRK-FILTRO-OPERADOR = SPACES
                       OR WRK-FILTRO-OPERADOR = WRK-ERRL-OPERADOR)
                   PERFORM MOSTRA-REGISTRO
               END-IF
               IF NOT CONSULTA-INTERROMPIDA
                   PERFORM LE-PROXIMO-ERRLOG
               END-IF
           END-PERFORM
           PERFORM FECHA-LEITURA-ERRLOG
           IF CONSULTA-INTERROMPIDA
               DISPLAY 'CONSULTA ENCERRADA PELO OPERADOR'
           END-IF
           DISPLAY 'REGISTROS EXIBIDOS: ' WRK-CNT-MOSTRADOS.

       MOSTRA-REGISTRO.
           IF WRK-LINHAS-NA-PAGINA = WRK-LINHAS-PAGINA
               DISPLAY 'ENTER CONTINUA, F ENCERRA'
               MOVE SPACE TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'F' OR WRK-RESPOSTA = 'f'
                   SET CONSULTA-INTERROMPIDA TO TRUE
               END-IF
               MOVE ZEROS TO WRK-LINHAS-NA-PAGINA
           END-IF
           IF NOT CONSULTA-INTERROMPIDA
               MOVE SPACES TO WRK-LINHA-EXIBIDA
               STRING WRK-ERRL-DATA ' ' WRK-ERRL-HORA ' '
                       WRK-ERRL-PROGRAMA ' ' WRK-ERRL-SEVERIDADE ' '
                       WRK-ERRL-CAMPO '=' WRK-ERRL-VALOR ' '
                       WRK-ERRL-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LINHA-EXIBIDA
               END-STRING
               DISPLAY WRK-LINHA-EXIBIDA
               ADD 1 TO WRK-CNT-MOSTRADOS
               ADD 1 TO WRK-LINHAS-NA-PAGINA
           END-IF.

       COPY ERRLOGP.

       COPY ERRLOGRP.

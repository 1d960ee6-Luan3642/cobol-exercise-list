       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKMNT.
********************************
******* SUPERVISOR VIEW OF LEDGLOCK, THE LEDGER LOCK REGISTRY THAT
******* EX2 (SESSION, BATCH WINDOW, REPOST AND APPROVAL POSTING)
******* WRITES WHILE IT HOLDS A LEDGER OPEN FOR OUTPUT (SEE
******* LEDLCKFD.CPY FOR THE LAYOUT). LISTS EVERY LOCK WITH ITS
******* HOLDER AND THE TIME IT WAS TAKEN, AND CLEARS A LOCK LEFT
******* BEHIND BY A SESSION OR RUN THAT ABENDED BEFORE RELEASING
******* IT. THE LISTING IS OPEN TO ANYONE HOLDING THE MENU OPTION;
******* CLEARING NEEDS AN ACTIVE OPERATOR WITH THE LOCK PRIVILEGE
******* IN OPERSEC. CLEARING A LOCK WHOSE HOLDER IS STILL RUNNING
******* LETS A SECOND WRITER IN, SO THE HOLDER IS SHOWN AND A
******* CONFIRMATION ASKED FIRST. EVERY CLEARED LOCK IS STAMPED ON
******* ERRORLOG (SEVERITY NEGOCIO) WITH THE SUPERVISOR, THE DATASET
******* AND THE ORIGINAL HOLDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPSECSL.

           COPY LEDLCKSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPSECFD.

       COPY LEDLCKFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-RESPOSTA PIC X(01) VALUE SPACE.
           88 RESPOSTA-VALIDA VALUE 'S' 'N'.
       77 WRK-LISTADOS PIC 9(03) VALUE ZEROS.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY LEDLCK.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='LOCKMNT '==.

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
       DISPLAY 'ESCOLHA UMA OPCAO'.
       DISPLAY '1- LISTAR OS LEDGERS EM USO'.
       DISPLAY '2- LIBERAR O LOCK DE UMA SESSAO QUE CAIU'.
       PERFORM ACEITA-OPCAO.

       EVALUATE WRK-OPCAO
           WHEN 1
               PERFORM LISTA-LOCKS
           WHEN 2
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-LIBERAR-LOCK
                   PERFORM LIBERA-LOCK-ORFAO
               ELSE
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA LIBERAR '
                           'LOCKS DE LEDGER'
                   MOVE 'LIBERA-LOCK' TO WRK-OPS-ACAO
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

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY OPSECP.

       COPY LEDLCKP.

       LISTA-LOCKS.
           MOVE ZEROS TO WRK-LISTADOS
           MOVE 'N' TO WRK-EOF-LCK
           OPEN INPUT LOCK-FILE
           IF WRK-LCK-FS = '00'
               DISPLAY 'LEDGER               DATA     PROGRAMA M '
                       'OPERADOR DESDE'
               PERFORM UNTIL FIM-LCK-FILE
                   READ LOCK-FILE
                       AT END
                           SET FIM-LCK-FILE TO TRUE
                       NOT AT END
                           IF LCK-DSNAME NOT = SPACES
                               ADD 1 TO WRK-LISTADOS
                               DISPLAY LCK-DSNAME ' ' LCK-DATA ' '
                                       LCK-PROGRAMA ' ' LCK-MODO ' '
                                       LCK-OPERADOR ' '
                                       LCK-INICIO-DATA ' '
                                       LCK-INICIO-HORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF
           IF WRK-LISTADOS = 0
               DISPLAY 'NENHUM LEDGER EM USO'
           ELSE
               DISPLAY 'M: I=SESSAO B=JANELA BATCH R=REPOSTAGEM '
                       'A=APROVACAO X=TROCA (LEDGREC)'
           END-IF.

      ***** THE LOCK IS PICKED BY DATASET NAME AND REMOVED BY ITS
      ***** DATASET AND TAKEN-AT TIME, SO A LOCK RE-TAKEN BY A NEW
      ***** HOLDER WHILE THE QUESTION WAS ON SCREEN IS NOT TOUCHED.
       LIBERA-LOCK-ORFAO.
           MOVE SPACES TO WRK-LCK-DSNAME
           PERFORM WITH TEST AFTER UNTIL WRK-LCK-DSNAME NOT = SPACES
               DISPLAY 'INFORME O LEDGER (EX.: LEDGER.AAAAMMDD OU '
                       'LEDGER.AAAAMMDDBB)'
               ACCEPT WRK-LCK-DSNAME FROM CONSOLE
               IF WRK-LCK-DSNAME = SPACES
                   DISPLAY 'NOME DO LEDGER OBRIGATORIO'
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-LCK-DSNAME) TO WRK-LCK-DSNAME

           PERFORM CONSULTA-LOCK
           IF LCK-LIVRE
               DISPLAY 'LEDGER ' WRK-LCK-DSNAME ' NAO ESTA EM USO'
           ELSE
               DISPLAY 'LEDGER ' WRK-LCK-DSNAME ' EM USO POR '
                       WRK-LCK-DONO-OPERADOR ' ('
                       WRK-LCK-DONO-PROGRAMA ' MODO '
                       WRK-LCK-DONO-MODO ') DESDE '
                       WRK-LCK-DONO-DATA ' ' WRK-LCK-DONO-HORA
               DISPLAY 'CONFIRME QUE A SESSAO/JOB NAO ESTA MAIS '
                       'ATIVO. LIBERAR O LOCK? (S/N)'
               PERFORM WITH TEST AFTER UNTIL RESPOSTA-VALIDA
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   MOVE FUNCTION UPPER-CASE(WRK-RESPOSTA)
                       TO WRK-RESPOSTA
                   IF NOT RESPOSTA-VALIDA
                       DISPLAY 'RESPONDA S OU N'
                   END-IF
               END-PERFORM
               IF WRK-RESPOSTA = 'S'
                   MOVE WRK-LCK-DONO-DATA TO WRK-LCK-CHAVE-DATA
                   MOVE WRK-LCK-DONO-HORA TO WRK-LCK-CHAVE-HORA
                   PERFORM REMOVE-LOCK
                   PERFORM REGISTRA-LIBERACAO
               ELSE
                   DISPLAY 'LOCK MANTIDO'
               END-IF
           END-IF.

       REGISTRA-LIBERACAO.
           IF LCK-TABELA-CHEIA
               DISPLAY 'LEDGLOCK MAIOR QUE A AREA DE TRABALHO, '
                       'LOCK NAO LIBERADO'
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'LOCK-LIBERADO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-LCK-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG

               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'LOCK-DONO' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING WRK-LCK-DONO-OPERADOR ' '
                       WRK-LCK-DONO-PROGRAMA ' '
                       WRK-LCK-DONO-MODO
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
               DISPLAY 'LOCK DO LEDGER ' WRK-LCK-DSNAME ' LIBERADO'
           END-IF.

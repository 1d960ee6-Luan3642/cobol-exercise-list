******* DISTRIBUTED REPORTS' BACK.
*******   - CLOSE REFUSES UNTIL THE DATE'S REPORT.yyyymmdd EXISTS,
*******     SO A REOPENED DAY MUST HAVE ITS REPORTS REGENERATED
*******     BEFORE IT CAN BE CLOSED AGAIN, AND WHILE ANY POSTING
*******     OF THE DATE IS STILL HELD IN APROVPEND WAITING FOR ITS
*******     SECOND-OPERATOR APPROVAL (APROVMNT), AND WHILE ANY OF
*******     THE DATE'S LEDGERS IS STILL HELD IN THE LEDGLOCK
*******     REGISTRY BY A SESSION OR RUN THAT IS WRITING TO IT;
*******   - REOPEN IS A SUPERVISOR ACTION: IT DEMANDS A SUPERVISOR
*******     ID HOLDING THE REOPEN PRIVILEGE ON OPERSEC, IS
*******     WRITTEN TO THE SHARED ERRORLOG, AND REMOVES THE
*******     DATE'S REPORT/DIGEST/ERRDIGEST SO STALE COPIES CANNOT
*******     CIRCULATE WHILE THE DAY IS OPEN AGAIN.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPORT-FS.

           SELECT APV-FILE ASSIGN TO DYNAMIC WRK-APV-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APV-FS.

           COPY OPSECSL.

           COPY LEDLCKSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(60).

      ***** POSTINGS HELD FOR APPROVAL (SEE EX2'S APV-RECORD); ONLY
      ***** THE DATE IS LOOKED AT HERE.
       FD  APV-FILE.
       01  APV-RECORD.
           05 APV-DATA             PIC 9(08).
           05 FILLER               PIC X(96).

       COPY OPSECFD.

       COPY LEDLCKFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.

       77 WRK-ALVO-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-APV-DSNAME PIC X(20) VALUE 'APROVPEND'.
       77 WRK-APV-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-APV PIC X(01) VALUE 'N'.
           88 FIM-APV-FILE VALUE 'Y'.
       77 WRK-APV-QTDE PIC 9(05) VALUE ZEROS.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY LEDLCK.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='DAYCLOSE'==.

       LINKAGE SECTION.

       COPY ERRLOGP.

       COPY LEDLCKP.

       COPY OPSECP.

       BUSCA-STATUS-DIA.
           MOVE SPACE TO WRK-DIA-STATUS
           MOVE 'N' TO WRK-EOF-DAYSTAT
               END-STRING
               PERFORM PROVA-ARQUIVO-FECHAMENTO

               PERFORM CONTA-AGUARDANDO-APROVACAO

      ***** A SESSION, BATCH WINDOW, REPOST OR APPROVAL STILL HOLDING
      ***** ONE OF THE DATE'S LEDGERS IN LEDGLOCK COULD APPEND BEHIND
      ***** THE CLOSE, SO THE CLOSE WAITS FOR IT (OR FOR A SUPERVISOR
      ***** TO CLEAR A LOCK LEFT BY AN ABENDED RUN - LOCKMNT).
               MOVE WRK-DATA-ALVO TO WRK-LCK-DATA
               PERFORM CONTA-LOCKS-DATA

               IF FALTA-ARQUIVO
                   DISPLAY 'FECHAMENTO RECUSADO - GERE OS ARQUIVOS '
                           'ACIMA ANTES DE FECHAR O DIA'
               ELSE
                   IF WRK-APV-QTDE > 0
                       DISPLAY 'FECHAMENTO RECUSADO - ' WRK-APV-QTDE
                               ' LANCAMENTO(S) AGUARDANDO APROVACAO '
                               '(APROVMNT)'
                       SET ERRLOG-SEV-NEGOCIO TO TRUE
                       MOVE 'APROVPEND' TO WRK-ERRLOG-CAMPO
                       MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                   ELSE
                       IF WRK-LCK-QTDE-DATA > 0
                           DISPLAY 'FECHAMENTO RECUSADO - '
                                   WRK-LCK-QTDE-DATA
                                   ' LEDGER(S) DA DATA AINDA EM USO'
                           SET ERRLOG-SEV-NEGOCIO TO TRUE
                           MOVE 'LEDGER-EM-USO' TO WRK-ERRLOG-CAMPO
                           MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
                           PERFORM GRAVA-ERRLOG
                       ELSE
                           MOVE 'F' TO WRK-DIA-STATUS
                           PERFORM GRAVA-STATUS-DIA
                           DISPLAY 'DIA ' WRK-DATA-ALVO ' FECHADO PARA '
                                   'LANCAMENTOS'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***** A HELD POSTING BELONGS TO THE DATE IT WAS KEYED ON AND IS
      ***** POSTED INTO THAT DATE'S LEDGER WHEN APPROVED, SO THE DATE
      ***** MUST STAY OPEN UNTIL EVERY ONE OF THEM IS DECIDED. NO
      ***** APROVPEND MEANS NOTHING IS WAITING.
       CONTA-AGUARDANDO-APROVACAO.
           MOVE ZEROS TO WRK-APV-QTDE
           MOVE 'N' TO WRK-EOF-APV
           OPEN INPUT APV-FILE
           IF WRK-APV-FS = '00'
               PERFORM UNTIL FIM-APV-FILE
                   READ APV-FILE
                       AT END
                           SET FIM-APV-FILE TO TRUE
                       NOT AT END
                           IF APV-DATA = WRK-DATA-ALVO
                               ADD 1 TO WRK-APV-QTDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APV-FILE
           END-IF.

       PROVA-ARQUIVO-FECHAMENTO.
           OPEN INPUT REPORT-FILE
           IF WRK-REPORT-FS = '00'
               MOVE FUNCTION UPPER-CASE(WRK-SUPERVISOR)
                   TO WRK-SUPERVISOR

      ***** THE SUPERVISOR ID MUST BE AN ACTIVE OPERATOR HOLDING THE
      ***** REOPEN PRIVILEGE ON OPERSEC - ANY OTHER ID IS REFUSED AND
      ***** THE ATTEMPT LOGGED, SO A NAME TYPED FROM MEMORY CANNOT
      ***** REOPEN A DISTRIBUTED DAY.
               MOVE WRK-SUPERVISOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-REABRIR
                   PERFORM EFETIVA-REABERTURA
               ELSE
                   DISPLAY 'SUPERVISOR ' WRK-SUPERVISOR
                           ' SEM AUTORIZACAO PARA REABRIR O DIA'
                   MOVE 'REABRE-DIA' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           END-IF.

      ***** THE REOPEN IS STAMPED WITH THE SUPERVISOR'S ID AND
      ***** LOGGED, AND THE DATE'S DISTRIBUTED REPORTS ARE REMOVED
      ***** SO STALE COPIES CANNOT DISAGREE WITH A LEDGER THAT IS
      ***** OPEN FOR POSTING AGAIN.
       EFETIVA-REABERTURA.
           MOVE WRK-SUPERVISOR TO WRK-OPERADOR
           MOVE WRK-SUPERVISOR TO WRK-ERRLOG-OPERADOR
           MOVE 'A' TO WRK-DIA-STATUS
           PERFORM GRAVA-STATUS-DIA
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'DIA-REABERTO' TO WRK-ERRLOG-CAMPO
           MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG

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
           MOVE SPACES TO WRK-ALVO-DSNAME
           STRING 'ERRDIGEST.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-ALVO-DSNAME
           END-STRING
           PERFORM REMOVE-RELATORIO

           DISPLAY 'DIA ' WRK-DATA-ALVO ' REABERTO - REGERE OS '
                   'RELATORIOS E O DIGEST ANTES DE FECHAR DE '
                   'NOVO'.

      ***** A MISSING FILE IS NOT AN ERROR HERE - THE POINT IS ONLY
      ***** THAT NO STALE COPY SURVIVES THE REOPEN.

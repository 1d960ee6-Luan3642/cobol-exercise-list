       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMNT.
********************************
******* MAINTENANCE FOR CONTROLFILE, ONE SIGNED CONTROL TOTAL PER
******* REPORT BUCKET THE OPCODE CATALOG (OPCATAL) MARKS FOR
******* RECONCILIATION, THAT EX2'S RECONCILIA CHECKS THE DAY'S
******* LEDGER AGAINST. REPLACES THE HAND EDIT THAT KEPT PRODUCING
******* DIVERGENTE DAYS: SHOWS THE CURRENT VALUES FIRST, PROMPTS
******* FOR ONE NEW FIGURE PER RECONCILED BUCKET WITH
******* THE SAME NUMCHK RE-PROMPT VALIDATION EVERY OTHER CONSOLE
******* INPUT GETS, AND APPENDS EVERY REPLACEMENT TO A DATED
******* HISTORY FILE (CTLHIST) SO THE CONTROL FIGURE IN FORCE ON
******* ANY PRIOR DAY CAN BE LOOKED UP WHEN A DISPUTE COMES IN.
******* UPDATING NEEDS THE CONTROL-TOTAL PRIVILEGE ON OPERSEC; THE
******* HISTORY INQUIRY IS OPEN TO ANYONE WITH THE MENU OPTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-FS.

           COPY OPCATSL.

           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CONTROL-GRUPO        PIC X(15).
           05 FILLER               PIC X(01).
           05 CONTROL-VALOR        PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.

      ***** ONE RECORD PER CONTROLFILE LINE PER REPLACEMENT - THE
      ***** CONTROL LINE ITSELF PREFIXED WITH WHEN AND WHO,
      ***** APPEND-MODE SO THE HISTORY IS NEVER REWRITTEN. RECORDS
      ***** FROM BEFORE THE CATALOG CARRY ALL SIX OLD FIGURES ON ONE
      ***** LINE AND ARE SHOWN AS THEY STAND.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05 HIST-DATA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 HIST-CONTROLES       PIC X(65).

       COPY OPCATFD.

       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.

       77 WRK-EOF-HIST PIC X(01) VALUE 'N'.
           88 FIM-HIST-FILE VALUE 'Y'.
       77 WRK-EOF-CTRL PIC X(01) VALUE 'N'.
           88 FIM-CTRL-FILE VALUE 'Y'.

       77 WRK-OPERADOR PIC X(08) VALUE SPACES.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-HIST-ACHADO PIC X(01) VALUE 'N'.
           88 HIST-ACHADO VALUE 'Y'.

       77 WRK-CTL-ED PIC -ZZZZZZ9.99 VALUE ZEROS.
       77 WRK-CTL-QTDE PIC 9(02) VALUE ZEROS.

       77 WRK-CTL-NOME PIC X(15) VALUE SPACES.
       77 WRK-CTL-NOVO PIC S9(7)V99 VALUE ZEROS.

      ***** STAGING IMAGE OF ONE CONTROL LINE FOR THE CONTROLFILE
      ***** AND HISTORY WRITES - BUILT FROM WRK-GRP-TAB, NEVER FROM
      ***** THE FD RECORD AREA, WHOSE CONTENTS ARE UNDEFINED ONCE
      ***** CONTROL-FILE IS CLOSED.
       01  WRK-CTL-LINHA.
           05 WRK-CTL-GRUPO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-CTL-VALOR        PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       COPY OPCAT.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==12==.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='CTLMNT  '==.

       LINKAGE SECTION.

       EVALUATE WRK-OPCAO
           WHEN 1
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-CONTROLE
                   PERFORM ATUALIZA-CONTROLES
               ELSE
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA ATUALIZAR'
                   MOVE 'CONTROLES' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           WHEN 2
               PERFORM CONSULTA-HISTORICO
           WHEN OTHER

       COPY ERRLOGP.

       COPY OPSECP.

       COPY OPCATP.

      ***** ONE FIGURE PER BUCKET THE CATALOG RECONCILES, IN CATALOG
      ***** ORDER. CONTROLFILE IS REWRITTEN WHOLE, SO A BUCKET THE
      ***** CATALOG NO LONGER RECONCILES DROPS OUT OF IT.
       ATUALIZA-CONTROLES.
           PERFORM CARREGA-CATALOGO
           MOVE ZEROS TO WRK-CTL-QTDE
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               IF WRK-GRP-RECONCILIA(WRK-GRP-IDX) = 'S'
                   ADD 1 TO WRK-CTL-QTDE
               END-IF
           END-PERFORM
           IF WRK-CTL-QTDE = ZEROS
               DISPLAY 'CATALOGO DE OPCODES (OPCATAL) SEM GRUPOS A '
                       'RECONCILIAR, NADA ALTERADO'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
               MOVE 'SEM GRUPOS' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               PERFORM MOSTRA-CONTROLES-ATUAIS
               PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                       UNTIL WRK-GRP-IDX > WRK-GRP-CNT
                   IF WRK-GRP-RECONCILIA(WRK-GRP-IDX) = 'S'
                       MOVE WRK-GRP-NOME(WRK-GRP-IDX) TO WRK-CTL-NOME
                       PERFORM ACEITA-CONTROLE
                       MOVE WRK-CTL-NOVO TO
                           WRK-GRP-CONTROLE(WRK-GRP-IDX)
                   END-IF
               END-PERFORM
               PERFORM GRAVA-CONTROLES
               PERFORM GRAVA-HISTORICO
               DISPLAY 'CONTROLES ATUALIZADOS'
           END-IF.

      ***** THE CURRENT FIGURES ARE ALWAYS SHOWN BEFORE ANYTHING IS
      ***** REPLACED, SO A TYPO IN YESTERDAY'S ENTRY IS CAUGHT AT
      ***** THE CONSOLE INSTEAD OF BY A DAY OF DIVERGENTE REPORTS.
       MOSTRA-CONTROLES-ATUAIS.
           MOVE 'N' TO WRK-EOF-CTRL
           OPEN INPUT CONTROL-FILE
           IF WRK-CTRL-FS = '00'
               DISPLAY 'CONTROLES ATUAIS:'
               PERFORM UNTIL FIM-CTRL-FILE
                   READ CONTROL-FILE
                       AT END
                           SET FIM-CTRL-FILE TO TRUE
                       NOT AT END
                           IF CONTROL-VALOR IS NUMERIC
                               MOVE CONTROL-VALOR TO WRK-CTL-ED
                               DISPLAY CONTROL-GRUPO ': ' WRK-CTL-ED
                           ELSE
                               DISPLAY CONTROL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'SEM ARQUIVO DE CONTROLE - SERA CRIADO'

       GRAVA-CONTROLES.
           OPEN OUTPUT CONTROL-FILE
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               IF WRK-GRP-RECONCILIA(WRK-GRP-IDX) = 'S'
                   PERFORM MONTA-LINHA-CONTROLE
                   MOVE WRK-CTL-LINHA TO CONTROL-RECORD
                   WRITE CONTROL-RECORD
               END-IF
           END-PERFORM
           CLOSE CONTROL-FILE.

       MONTA-LINHA-CONTROLE.
           MOVE WRK-GRP-NOME(WRK-GRP-IDX) TO WRK-CTL-GRUPO
           MOVE WRK-GRP-CONTROLE(WRK-GRP-IDX) TO WRK-CTL-VALOR.

       GRAVA-HISTORICO.
           ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           ACCEPT WRK-HORA FROM TIME
           IF WRK-HIST-FS = '35'
               OPEN OUTPUT HIST-FILE
           END-IF
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               IF WRK-GRP-RECONCILIA(WRK-GRP-IDX) = 'S'
                   PERFORM MONTA-LINHA-CONTROLE
                   MOVE SPACES TO HIST-RECORD
                   MOVE WRK-HOJE-AAAAMMDD TO HIST-DATA
                   MOVE WRK-HORA TO HIST-HORA
                   MOVE WRK-OPERADOR TO HIST-OPERADOR
                   MOVE WRK-CTL-LINHA TO HIST-CONTROLES
                   WRITE HIST-RECORD
               END-IF
           END-PERFORM
           CLOSE HIST-FILE.

      ***** SHOWS EVERY CONTROL RECORD WRITTEN ON THE REQUESTED DAY
      ***** (A DATE OF ZERO LISTS THE WHOLE HISTORY). THE LAST LINE
      ***** SHOWN FOR A BUCKET ON A DAY IS THE FIGURE RECONCILIA RAN
      ***** AGAINST FROM THAT POINT ON.
       CONSULTA-HISTORICO.
           PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
               DISPLAY 'INFORME A DATA (AAAAMMDD, 0 PARA TODAS)'

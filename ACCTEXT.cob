       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTEXT.
********************************
******* MONTHLY ACCOUNT STATEMENT. FOR EVERY ACCOUNT ON ACCTMAST
******* WRITES ONE SECTION OF EXTRATO.yyyymm: THE OPENING BALANCE,
******* EVERY LEDGER LINE OF THE MONTH THAT MOVED THE ACCOUNT (DATE,
******* HORA, OPCODE, NUM1, NUM2, RESULT AND OPERATOR, TAKEN FROM
******* THE UNSUFFIXED LEDGER.yyyymmdd AND EVERY BATCH WINDOW'S
******* LEDGER.yyyymmddBB), THE MONTH'S MOVEMENT AND THE CLOSING
******* BALANCE. ONLY LINES CARRYING AN ACCOUNT COUNT - THE
******* L/A/S/M/P ACCUMULATOR TRACE LINES NEVER DO.
******* THE MASTER ONLY HOLDS TODAY'S BALANCE, SO THE MONTH'S
******* CLOSING BALANCE IS WORKED BACK FROM IT: EVERY MOVEMENT
******* POSTED AFTER THE MONTH (UP TO TODAY) IS TAKEN OFF, AND THE
******* MONTH'S OWN MOVEMENT IS TAKEN OFF THAT TO GIVE THE OPENING
******* BALANCE. THE MONTH'S LINES ARE STAGED IN EXTWORK.yyyymm
******* WHILE THE LEDGERS ARE READ AND THE STAGING FILE IS DELETED
******* ONCE THE STATEMENT IS WRITTEN.
******* THE MONTH COMES FROM ONE OPTIONAL SYSIN PARAMETER LINE
******* ('AAAAMM'); BLANK/MISSING MEANS THE CURRENT MONTH. A MISSING
******* OR EMPTY ACCTMAST ENDS THE RUN WITH COMPLETION CODE 8.
******* START AND END OF THE STEP (LEDGER LINES IN, STATEMENT
******* POSTINGS OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCT-FS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WRK-LEDGER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEDGER-FS.

           SELECT WORK-FILE ASSIGN TO DYNAMIC WRK-WORK-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-FS.

           SELECT EXTRATO-FILE ASSIGN TO DYNAMIC WRK-EXTRATO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** SAME LAYOUT AS EX2'S ACCT-RECORD.
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

      ***** READ RAW, AS LEDGVER AND GLJRNL DO. THE ACCOUNT SITS IN
      ***** COLUMNS 48-57 (LEDGER-CONTA IN EX2).
       FD  LEDGER-FILE.
       01  LEDGER-LINE             PIC X(60).

      ***** STAGING FILE - THE BUSINESS DATE FOLLOWED BY THE LEDGER
      ***** LINE AS READ.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05 WORK-DATA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 WORK-LEDGER          PIC X(60).

       FD  EXTRATO-FILE.
       01  EXTRATO-LINE            PIC X(80).

       COPY ERRLOGFD.

       COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-PARM-MES PIC X(06) VALUE SPACES.
       77 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-LIDA PIC 9(08) VALUE ZEROS.

      ***** DAY NUMBERS (INTEGER-OF-DATE) FOR THE WALK FROM THE FIRST
      ***** DAY AFTER THE MONTH UP TO TODAY.
       77 WRK-INT-DIA PIC 9(07) VALUE ZEROS.
       77 WRK-INT-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-PROX-MES PIC 9(08) VALUE ZEROS.

       77 WRK-ACCT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ACCT PIC X(01) VALUE 'N'.
           88 FIM-ACCT-FILE VALUE 'Y'.

       77 WRK-LEDGER-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-LEDGER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.

       77 WRK-WORK-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-WORK-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-WORK PIC X(01) VALUE 'N'.
           88 FIM-WORK-FILE VALUE 'Y'.

       77 WRK-EXTRATO-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
       77 WRK-BATCH-PROBE PIC 9(02) VALUE ZEROS.

      ***** 'M' WHILE THE MONTH'S LEDGERS ARE READ (LINES ARE STAGED
      ***** AND COUNTED AS THE MONTH'S MOVEMENT), 'P' WHILE THE LATER
      ***** ONES ARE (LINES ONLY COUNT AS MOVEMENT AFTER THE MONTH).
       77 WRK-FASE PIC X(01) VALUE SPACE.
           88 FASE-MES VALUE 'M'.
           88 FASE-POSTERIOR VALUE 'P'.

       77 WRK-CONTA PIC X(10) VALUE SPACES.
       77 WRK-RESULT PIC S9(4)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL PIC S9(9)V99 VALUE ZEROS.
       77 WRK-SALDO-INICIAL PIC S9(9)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC -ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-CNT-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LANCTOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-SEM-CONTA PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-CONTA-LINHAS PIC 9(05) VALUE ZEROS.

      ***** SAME CEILING AS EX2'S ACCOUNT TABLE.
       77 WRK-CONTA-MAX PIC 9(03) VALUE 500.
       77 WRK-CONTA-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-MATCH PIC 9(03) VALUE ZEROS.

       01  WRK-MES-ALVO.
           05 WRK-MES-ANO          PIC 9(04) VALUE ZEROS.
           05 WRK-MES-MM           PIC 9(02) VALUE ZEROS.

       01  WRK-CONTA-TAB.
           05 WRK-CONTA-ENTRY OCCURS 500 TIMES.
               10 WRK-CONTA-NUMERO     PIC X(10).
               10 WRK-CONTA-STATUS     PIC X(01).
               10 WRK-CONTA-SALDO      PIC S9(9)V99.
               10 WRK-CONTA-TITULAR    PIC X(30).
               10 WRK-CONTA-MOV-MES    PIC S9(9)V99.
               10 WRK-CONTA-MOV-DEPOIS PIC S9(9)V99.

       01  WRK-DETALHE.
           05 WRK-DET-DATA         PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-HORA         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-OPCODE       PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-NUM1         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-NUM2         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-RESULT       PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-OPERADOR     PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE SPACES.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='ACCTEXT '==.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='ACCTEXT '==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG
       MOVE SPACES TO WRK-PARM-MES
       ACCEPT WRK-PARM-MES FROM CONSOLE
       IF WRK-PARM-MES IS NUMERIC
               AND WRK-PARM-MES(5:2) >= '01'
               AND WRK-PARM-MES(5:2) <= '12'
           MOVE WRK-PARM-MES TO WRK-MES-ALVO
       ELSE
           IF WRK-PARM-MES NOT = SPACES
               DISPLAY 'PARAMETRO DE MES INVALIDO, USANDO O '
                       'MES CORRENTE'
           END-IF
           MOVE WRK-HOJE-AAAAMMDD(1:6) TO WRK-MES-ALVO
       END-IF

       PERFORM CARREGA-CONTAS
       IF WRK-CONTA-CNT = 0
           DISPLAY 'CADASTRO DE CONTAS AUSENTE OU VAZIO, EXTRATO '
                   'NAO GERADO'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'WRK-ACCT-FS' TO WRK-ERRLOG-CAMPO
           MOVE WRK-ACCT-FS TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM GERA-EXTRATO
       END-IF

       MOVE WRK-CNT-LINHAS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-LANCTOS TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY RUNLOGP.

       CARREGA-CONTAS.
           MOVE ZEROS TO WRK-CONTA-CNT
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

      ***** AN ACCOUNT BEYOND THE TABLE GETS NO STATEMENT; THE
      ***** OVERFLOW IS LOGGED SO THE CEILING CAN BE RAISED.
       GUARDA-CONTA.
           IF WRK-CONTA-CNT < WRK-CONTA-MAX
               ADD 1 TO WRK-CONTA-CNT
               MOVE ACCT-NUMERO TO WRK-CONTA-NUMERO(WRK-CONTA-CNT)
               MOVE ACCT-STATUS TO WRK-CONTA-STATUS(WRK-CONTA-CNT)
               IF ACCT-SALDO IS NUMERIC
                   MOVE ACCT-SALDO TO WRK-CONTA-SALDO(WRK-CONTA-CNT)
               END-IF
               MOVE ACCT-TITULAR TO WRK-CONTA-TITULAR(WRK-CONTA-CNT)
           ELSE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-CONTA-MAX' TO WRK-ERRLOG-CAMPO
               MOVE 'ACCTMAST' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               SET FIM-ACCT-FILE TO TRUE
           END-IF.

       GERA-EXTRATO.
           MOVE SPACES TO WRK-WORK-DSNAME WRK-EXTRATO-DSNAME
           STRING 'EXTWORK.' WRK-MES-ALVO DELIMITED BY SIZE
                   INTO WRK-WORK-DSNAME
           END-STRING
           STRING 'EXTRATO.' WRK-MES-ALVO DELIMITED BY SIZE
                   INTO WRK-EXTRATO-DSNAME
           END-STRING

      ***** THE MONTH ITSELF - PROBED DAY 01 TO 31 THE WAY EX2'S
      ***** GERA-RELATORIO-MTD DOES; DAYS WITHOUT A LEDGER ARE
      ***** SIMPLY NOT FOUND.
           OPEN OUTPUT WORK-FILE
           SET FASE-MES TO TRUE
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
               COMPUTE WRK-DATA-LIDA = WRK-MES-ANO * 10000
                   + WRK-MES-MM * 100 + WRK-DIA
               PERFORM LE-LEDGERS-DO-DIA
           END-PERFORM
           CLOSE WORK-FILE

      ***** EVERYTHING POSTED AFTER THE MONTH, UP TO TODAY, HAS
      ***** ALREADY MOVED THE MASTER BALANCE AND HAS TO BE TAKEN BACK
      ***** OUT OF IT.
           SET FASE-POSTERIOR TO TRUE
           IF WRK-MES-MM = 12
               COMPUTE WRK-PROX-MES = (WRK-MES-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-PROX-MES = WRK-MES-ANO * 10000
                   + (WRK-MES-MM + 1) * 100 + 1
           END-IF
           IF WRK-PROX-MES <= WRK-HOJE-AAAAMMDD
               COMPUTE WRK-INT-DIA =
                   FUNCTION INTEGER-OF-DATE(WRK-PROX-MES)
               COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
               PERFORM UNTIL WRK-INT-DIA > WRK-INT-HOJE
                   COMPUTE WRK-DATA-LIDA =
                       FUNCTION DATE-OF-INTEGER(WRK-INT-DIA)
                   PERFORM LE-LEDGERS-DO-DIA
                   ADD 1 TO WRK-INT-DIA
               END-PERFORM
           END-IF

           OPEN OUTPUT EXTRATO-FILE
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                   UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
               PERFORM GRAVA-EXTRATO-CONTA
           END-PERFORM
           CLOSE EXTRATO-FILE

           CALL 'CBL_DELETE_FILE' USING WRK-WORK-DSNAME

           DISPLAY 'EXTRATO GERADO.........: ' WRK-EXTRATO-DSNAME
           DISPLAY 'CONTAS.................: ' WRK-CONTA-CNT
           DISPLAY 'LINHAS DE LEDGER LIDAS.: ' WRK-CNT-LINHAS
           DISPLAY 'LANCAMENTOS NO MES.....: ' WRK-CNT-LANCTOS

      ***** A POSTING NAMING AN ACCOUNT THAT IS NOT (OR NO LONGER) ON
      ***** THE MASTER CANNOT BE PLACED ON ANY STATEMENT - WARN.
           IF WRK-CNT-SEM-CONTA > 0
               DISPLAY 'LANCAMENTOS SEM CONTA NO CADASTRO: '
                       WRK-CNT-SEM-CONTA
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'WRK-CNT-SEM-CONTA' TO WRK-ERRLOG-CAMPO
               MOVE WRK-CNT-SEM-CONTA TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ***** ONE BUSINESS DATE (WRK-DATA-LIDA): THE UNSUFFIXED LEDGER
      ***** AND EVERY BATCH WINDOW'S.
       LE-LEDGERS-DO-DIA.
           MOVE SPACES TO WRK-LEDGER-DSNAME
           STRING 'LEDGER.' WRK-DATA-LIDA DELIMITED BY SIZE
                   INTO WRK-LEDGER-DSNAME
           END-STRING
           PERFORM LE-UM-LEDGER
           PERFORM VARYING WRK-BATCH-PROBE FROM 1 BY 1
                   UNTIL WRK-BATCH-PROBE > WRK-BATCH-MAX
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-DATA-LIDA WRK-BATCH-PROBE
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
               PERFORM LE-UM-LEDGER
           END-PERFORM.

       LE-UM-LEDGER.
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
               PERFORM UNTIL FIM-LEDGER-FILE
                   READ LEDGER-FILE
                       AT END
                           SET FIM-LEDGER-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CNT-LINHAS
                           IF LEDGER-LINE(48:10) NOT = SPACES
                               PERFORM TRATA-LINHA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       TRATA-LINHA-CONTA.
           MOVE LEDGER-LINE(48:10) TO WRK-CONTA
           MOVE ZEROS TO WRK-CONTA-MATCH
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                   UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
               IF WRK-CONTA-NUMERO(WRK-CONTA-IDX) = WRK-CONTA
                   MOVE WRK-CONTA-IDX TO WRK-CONTA-MATCH
               END-IF
           END-PERFORM

           MOVE LEDGER-LINE(30:8) TO WS-NUMCHK-RAW
           PERFORM VALIDA-NUMCHK
           IF NUMERIC-CHECK-FALHOU
               MOVE ZEROS TO WRK-RESULT
           ELSE
               MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-RESULT
           END-IF

           IF WRK-CONTA-MATCH = 0
               IF FASE-MES
                   ADD 1 TO WRK-CNT-SEM-CONTA
               END-IF
           ELSE
               IF FASE-MES
                   ADD 1 TO WRK-CNT-LANCTOS
                   ADD WRK-RESULT TO
                       WRK-CONTA-MOV-MES(WRK-CONTA-MATCH)
                   MOVE SPACES TO WORK-RECORD
                   MOVE WRK-DATA-LIDA TO WORK-DATA
                   MOVE LEDGER-LINE TO WORK-LEDGER
                   WRITE WORK-RECORD
               ELSE
                   ADD WRK-RESULT TO
                       WRK-CONTA-MOV-DEPOIS(WRK-CONTA-MATCH)
               END-IF
           END-IF.

      ***** ONE ACCOUNT'S SECTION. THE STAGING FILE IS RE-READ FOR
      ***** EACH ACCOUNT; IT ONLY HOLDS THE MONTH'S ACCOUNT LINES.
       GRAVA-EXTRATO-CONTA.
           COMPUTE WRK-SALDO-FINAL =
               WRK-CONTA-SALDO(WRK-CONTA-IDX)
               - WRK-CONTA-MOV-DEPOIS(WRK-CONTA-IDX)
           COMPUTE WRK-SALDO-INICIAL =
               WRK-SALDO-FINAL - WRK-CONTA-MOV-MES(WRK-CONTA-IDX)

           MOVE ALL '=' TO EXTRATO-LINE
           WRITE EXTRATO-LINE
           MOVE SPACES TO EXTRATO-LINE
           STRING 'EXTRATO DA CONTA ' WRK-CONTA-NUMERO(WRK-CONTA-IDX)
                   ' - MES ' WRK-MES-ALVO
                   ' - SITUACAO ' WRK-CONTA-STATUS(WRK-CONTA-IDX)
                   DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE
           MOVE SPACES TO EXTRATO-LINE
           STRING 'TITULAR: ' WRK-CONTA-TITULAR(WRK-CONTA-IDX)
                   DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE

           MOVE WRK-SALDO-INICIAL TO WRK-VALOR-ED
           MOVE SPACES TO EXTRATO-LINE
           STRING 'SALDO INICIAL.......: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE

           MOVE SPACES TO EXTRATO-LINE
           STRING 'DATA     HORA     OP NUM1     NUM2     RESULT   '
                   'OPERADOR' DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE

           MOVE ZEROS TO WRK-CNT-CONTA-LINHAS
           MOVE 'N' TO WRK-EOF-WORK
           OPEN INPUT WORK-FILE
           IF WRK-WORK-FS = '00'
               PERFORM UNTIL FIM-WORK-FILE
                   READ WORK-FILE
                       AT END
                           SET FIM-WORK-FILE TO TRUE
                       NOT AT END
                           IF WORK-LEDGER(48:10) =
                                   WRK-CONTA-NUMERO(WRK-CONTA-IDX)
                               PERFORM GRAVA-DETALHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
           IF WRK-CNT-CONTA-LINHAS = 0
               MOVE '  SEM MOVIMENTO NO MES' TO EXTRATO-LINE
               WRITE EXTRATO-LINE
           END-IF

           MOVE WRK-CONTA-MOV-MES(WRK-CONTA-IDX) TO WRK-VALOR-ED
           MOVE SPACES TO EXTRATO-LINE
           STRING 'MOVIMENTO DO MES....: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE
           MOVE WRK-SALDO-FINAL TO WRK-VALOR-ED
           MOVE SPACES TO EXTRATO-LINE
           STRING 'SALDO FINAL.........: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO EXTRATO-LINE
           END-STRING
           WRITE EXTRATO-LINE.

       GRAVA-DETALHE.
           ADD 1 TO WRK-CNT-CONTA-LINHAS
           MOVE WORK-DATA TO WRK-DET-DATA
           MOVE WORK-LEDGER(1:8) TO WRK-DET-HORA
           MOVE WORK-LEDGER(10:1) TO WRK-DET-OPCODE
           MOVE WORK-LEDGER(12:8) TO WRK-DET-NUM1
           MOVE WORK-LEDGER(21:8) TO WRK-DET-NUM2
           MOVE WORK-LEDGER(30:8) TO WRK-DET-RESULT
           MOVE WORK-LEDGER(39:8) TO WRK-DET-OPERADOR
           MOVE WRK-DETALHE TO EXTRATO-LINE
           WRITE EXTRATO-LINE.

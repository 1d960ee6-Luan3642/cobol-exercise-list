           SELECT PEND-NOVO ASSIGN TO DYNAMIC WRK-PENDNOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO DYNAMIC WRK-ACCT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCT-FS.

           SELECT ACCT-NOVO ASSIGN TO DYNAMIC WRK-ACCTNOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APV-FILE ASSIGN TO DYNAMIC WRK-APV-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APV-FS.

           SELECT APROVADO-FILE ASSIGN TO "APROVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APROVADO-FS.

           SELECT TRANCOPIA-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANCOPIA-FS.

           SELECT TRANARQ-FILE ASSIGN TO DYNAMIC WRK-TRANARQ-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANARQ-FS.

           SELECT PENDLIB-FILE ASSIGN TO DYNAMIC WRK-PENDLIB-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDLIB-FS.

           SELECT ENTRADA-FILE ASSIGN TO DYNAMIC WRK-ENTRADA-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENTRADA-FS.

           COPY OPCATSL.

           COPY LEDLCKSL.

           COPY BUSCALSL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
      ***** THE OPTIONAL TRAILING EFFECTIVE-DATE COLUMNS MAKE THE
      ***** RUN ON THE NIGHT ITS DATE ARRIVES (SEE
      ***** LIBERA-PENDENTES). OLD-STYLE RECORDS READ BACK WITH
      ***** SPACES THERE AND POST AT ONCE, AS THEY ALWAYS DID.
      ***** THE OPTIONAL ACCOUNT NUMBER (COLUMNS 28-37) FOLLOWS THE
      ***** EFFECTIVE DATE: A RECORD THAT NAMES ONE IS VALIDATED
      ***** AGAINST THE ACCOUNT MASTER AND MOVES THAT ACCOUNT'S
      ***** RUNNING BALANCE (SEE VALIDA-CONTA). BLANK MEANS NO
      ***** ACCOUNT, SO OLDER TRANFILES POST EXACTLY AS BEFORE.
       FD  TRAN-FILE.
       01  TRAN-RECORD.
           05 TRAN-OPCODE          PIC 9(01).
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 TRAN-DATA-EFETIVA    PIC X(08).
           05 FILLER               PIC X(01).
           05 TRAN-CONTA           PIC X(10).

       01  TRAN-HEADER REDEFINES TRAN-RECORD.
           05 TRAN-HDR-OPCODE      PIC 9(01).
           05 LEDGER-RESULT-ED     PIC -ZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEDGER-OPERADOR      PIC X(08).
      ***** ACCOUNT THE POSTING MOVED - BLANK WHEN THE POSTING NAMED
      ***** NONE, AND ON THE L/A/S/M/P TRACE LINES, WHICH MOVE NO
      ***** BALANCE (ONLY THE CLOSING G LINE DOES).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEDGER-CONTA         PIC X(10).

      ***** COMPANION FILE FOR THE OPTIONAL REFERENCE/MEMO CAPTURED
      ***** AFTER ACEITA-NUM2 IN THE INTERACTIVE PATH. KEYED BY
           05 CKPT-ACUMULADOR-X REDEFINES CKPT-ACUMULADOR
                                   PIC X(07).

      ***** WHOLE-DAY CONTROL TOTALS MAINTAINED BY CTLMNT: ONE LINE
      ***** PER REPORT BUCKET (OPC-GRUPO IN THE OPCODE CATALOG) THAT
      ***** THE CATALOG MARKS FOR RECONCILIATION. SEE RECONCILIA.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05 CONTROL-GRUPO        PIC X(15).
           05 FILLER               PIC X(01).
           05 CONTROL-VALOR        PIC S9(7)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.

      ***** THE TRAILING STATUS BYTE IS LEFT AS SPACE BY THE WRITE IN
           05 SUSPENSE-STATUS      PIC X(01).
               88 SUSPENSO-PENDENTE  VALUE SPACE.
               88 SUSPENSO-REPOSTADO VALUE 'R'.
      ***** ACCOUNT THE REJECTED POSTING NAMED, KEPT SO A REPOST
      ***** GOES BACK AGAINST THE SAME ACCOUNT. OLDER SUSPENSE FILES
      ***** READ BACK WITH SPACES HERE - NO ACCOUNT.
           05 FILLER               PIC X(01).
           05 SUSPENSE-CONTA       PIC X(10).

      ***** CORRECTED SUSPENSE RECORDS QUEUED BY SUSPREP FOR REPOSTING
      ***** THROUGH THE NORMAL CALCULA-OPERACAO PATH (SEE
           05 FILLER               PIC X(17).
           05 FILLER               PIC X(01).
           05 PEND-DATA-EFETIVA    PIC X(08).
           05 FILLER               PIC X(11).

       FD  PEND-NOVO.
       01  PENDNOVO-RECORD         PIC X(37).

       FD  REPOST-FILE.
       01  REPOST-RECORD.
           05 FILLER               PIC X(01).
           05 REPOST-NUM2          PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(10).
           05 REPOST-CONTA         PIC X(10).

      ***** ACCOUNT MASTER MAINTAINED BY ACCTMNT: ONE LINE PER
      ***** ACCOUNT WITH ITS STATUS (A=ABERTA, B=BLOQUEADA,
      ***** E=ENCERRADA), THE RUNNING BALANCE EVERY POSTING THAT
      ***** NAMES THE ACCOUNT MOVES, AND THE DATE OF THE LAST
      ***** MOVEMENT. HELD IN WRK-CONTA-TAB WHILE A RUN POSTS; THE
      ***** BALANCE MOVEMENTS ARE APPLIED TO A FRESH READ OF IT
      ***** THROUGH THE SIDE FILE, WHICH IS THEN SWAPPED IN - THE SAME
      ***** WAY THE PENDENTES WAREHOUSE IS.
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

       FD  ACCT-NOVO.
       01  ACCTNOVO-RECORD         PIC X(65).

      ***** POSTINGS HELD FOR DUAL-CONTROL APPROVAL: A VALID POSTING
      ***** WHOSE NUM1, NUM2 OR RESULT EXCEEDS ITS OPCODE'S CATALOG
      ***** LIMIT IS WRITTEN HERE INSTEAD OF TO THE LEDGER (SEE
      ***** VERIFICA-ALCADA), WITH WHO KEYED IT. APROVMNT LETS A
      ***** DIFFERENT OPERATOR APPROVE IT INTO ITS DATE'S LEDGER OR
      ***** REJECT IT TO SUSPENSE, AND DROPS IT FROM THE FILE ONCE
      ***** DECIDED; DAYCLOSE WILL NOT CLOSE A DATE THAT STILL HAS
      ***** ITEMS HERE. APV-HORA IS THE TIME THE POSTING WAS HELD AND
      ***** IDENTIFIES THE ITEM IN THE ERRORLOG TRAIL.
       FD  APV-FILE.
       01  APV-RECORD.
           05 APV-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 APV-HORA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 APV-OPCODE           PIC 9(01).
           05 FILLER               PIC X(01).
           05 APV-NUM1             PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APV-NUM2             PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APV-RESULT           PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APV-CONTA            PIC X(10).
           05 FILLER               PIC X(01).
           05 APV-DIGITADOR        PIC X(08).
           05 FILLER               PIC X(01).
           05 APV-MEMO             PIC X(40).

      ***** ONE APPROVED ITEM HANDED OVER BY APROVMNT FOR POSTING
      ***** (LK-MODO-BATCH = 'A', SEE PROCESSA-APROVADO). SAME
      ***** LAYOUT AS APV-RECORD.
       FD  APROVADO-FILE.
       01  APROVADO-RECORD.
           05 APROVADO-DATA        PIC 9(08).
           05 FILLER               PIC X(01).
           05 APROVADO-HORA        PIC 9(08).
           05 FILLER               PIC X(01).
           05 APROVADO-OPCODE      PIC 9(01).
           05 FILLER               PIC X(01).
           05 APROVADO-NUM1        PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APROVADO-NUM2        PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APROVADO-RESULT      PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 APROVADO-CONTA       PIC X(10).
           05 FILLER               PIC X(01).
           05 APROVADO-DIGITADOR   PIC X(08).
           05 FILLER               PIC X(01).
           05 APROVADO-MEMO        PIC X(40).

      ***** SECOND, READ-ONLY VIEW OF TRANFILE, USED ONLY TO COPY IT
      ***** INTO THE WINDOW'S TRANARQ.yyyymmddBB (SEE
      ***** ARQUIVA-TRANFILE) WHILE TRAN-FILE IS ALREADY OPEN.
       FD  TRANCOPIA-FILE.
       01  TRANCOPIA-RECORD.
           05 TRANCOPIA-OPCODE     PIC X(01).
           05 FILLER               PIC X(36).

      ***** DATED COPY OF EVERY TRANFILE A BATCH WINDOW POSTED
      ***** (TRANARQ.yyyymmddBB), LOT AFTER LOT, EACH UNDER ITS
      ***** HEADER RECORD, AND THE PENDENTES RECORDS THAT WINDOW'S
      ***** SWEEP RELEASED (PENDLIB.yyyymmddBB), VERBATIM. TOGETHER
      ***** THEY ARE WHAT PROCESSA-RECONSTRUCAO REPLAYS TO REBUILD
      ***** THE WINDOW'S LEDGER.
       FD  TRANARQ-FILE.
       01  TRANARQ-RECORD          PIC X(37).

       FD  PENDLIB-FILE.
       01  PENDLIB-RECORD          PIC X(37).

      ***** INPUT JOURNAL OF THE UNSUFFIXED LEDGER (LEDGENT.yyyymmdd):
      ***** ONE LINE PER POSTING INPUT, IN POSTING ORDER, WITH WHO
      ***** POSTED IT. ORIGEM: I = CONSOLE ENTRY, T = OPTION-6
      ***** TRANFILE RECORD, P = PENDENTES RELEASE, R = REPOSTFILE
      ***** ITEM, A = APPROVED ITEM, H = START OF A LOT OR REPOST RUN
      ***** (ITS NUM1 COLUMNS CARRY THE ACCUMULATOR THE RUN STARTED
      ***** FROM). ENT-REGISTRO IS THE INPUT IN TRANFILE LAYOUT.
       FD  ENTRADA-FILE.
       01  ENTRADA-RECORD.
           05 ENT-ORIGEM           PIC X(01).
           05 FILLER               PIC X(01).
           05 ENT-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01).
           05 ENT-HORA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 ENT-REGISTRO         PIC X(37).

       COPY OPCATFD.

       COPY LEDLCKFD.

       COPY BUSCALFD.

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-ESCOLHA PIC 9(1) VALUE ZEROS.
       77 WRK-NUM1 PIC S9(4)V99 VALUE ZEROS.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.

      ***** PER-BUCKET COUNTS AND DOLLARS LIVE IN WRK-GRP-TAB (SEE
      ***** OPCAT.CPY); THESE CARRY ONE BUCKET'S REPORT LINE.
       77 WRK-GRP-ROTULO PIC X(16) VALUE SPACES.
       77 WRK-GRP-QTDE-DIA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC S9(7)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL-ED PIC -ZZZZZZ9.99 VALUE ZEROS.

       77 WRK-CKPT-INTERVAL PIC 9(03) VALUE 5.

       77 WRK-CTRL-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-CTRL PIC X(01) VALUE 'N'.
           88 FIM-CTRL-FILE VALUE 'Y'.
       77 WRK-CTRL-LIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-CTRL-ERRO PIC X(01) VALUE 'N'.
           88 CTRL-COM-ERRO VALUE 'Y'.
      ***** SET BY RECONCILIA WHEN A RECONCILED BUCKET DIVERGES FROM
      ***** OR HAS NO LINE IN CONTROLFILE.
       77 WRK-CTRL-DIVERGE PIC X(01) VALUE 'N'.
           88 CTRL-DIVERGENTE VALUE 'Y'.

       77 WRK-CTRL-TIPO-NOME PIC X(15) VALUE SPACES.
       77 WRK-CTRL-TIPO-DOLAR PIC S9(7)V99 VALUE ZEROS.

       77 WRK-MTD-AAAAMM PIC 9(06) VALUE ZEROS.
       77 WRK-MTD-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-MTD-TOTAL-GERAL PIC S9(8)V99 VALUE ZEROS.

      ***** SET PER MTD RUN: 'Y' WHEN THE CALLER IS AN INTERACTIVE
           88 SESSAO-INTERATIVA VALUE 'Y'.
       77 WRK-MTD-TOTAL-GERAL-ED PIC -ZZZZZZZ9.99 VALUE ZEROS.

      ***** ACCOUNT MASTER WORK AREA (SEE CARREGA-CONTAS AND
      ***** GRAVA-CONTAS). THE CEILING MATCHES SUSPREP'S WORK TABLE;
      ***** AN ACCOUNT BEYOND IT IS REFUSED AS UNKNOWN.
       77 WRK-ACCT-DSNAME PIC X(20) VALUE 'ACCTMAST'.
       77 WRK-ACCTNOVO-DSNAME PIC X(20) VALUE 'ACCTMAST.NEW'.
       77 WRK-ACCT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ACCT PIC X(01) VALUE 'N'.
           88 FIM-ACCT-FILE VALUE 'Y'.
       77 WRK-CONTA PIC X(10) VALUE SPACES.
       77 WRK-CONTA-VALOR PIC S9(4)V99 VALUE ZEROS.
       77 WRK-CONTA-MAX PIC 9(03) VALUE 500.
       77 WRK-CONTA-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-MATCH PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA-SIT PIC X(01) VALUE 'S'.
           88 CONTA-ACEITA VALUE 'S'.
           88 CONTA-RECUSADA VALUE 'N'.
       77 WRK-CONTA-CHEIA PIC X(01) VALUE 'N'.
           88 CONTA-TABELA-CHEIA VALUE 'Y'.
       77 WRK-CONTA-ALTERADA PIC X(01) VALUE 'N'.
           88 CONTAS-ALTERADAS VALUE 'Y'.

       01  WRK-CONTA-TAB.
           05 WRK-CONTA-ENTRY OCCURS 500 TIMES.
               10 WRK-CONTA-NUMERO     PIC X(10).
               10 WRK-CONTA-STATUS     PIC X(01).
               10 WRK-CONTA-SALDO      PIC S9(9)V99.
               10 WRK-CONTA-ULT-MOV    PIC X(08).
               10 WRK-CONTA-TITULAR    PIC X(30).

      ***** BALANCE MOVEMENTS POSTED SINCE THE MASTER WAS LAST SAVED,
      ***** ONE ENTRY PER ACCOUNT MOVED (SEE ATUALIZA-SALDO-CONTA).
      ***** GRAVA-CONTAS APPLIES THEM TO THE MASTER AS IT STANDS ON
      ***** DISK AT SAVE TIME, SO A STATUS CHANGE OR NEW ACCOUNT
      ***** ACCTMNT WROTE WHILE THE RUN WAS POSTING IS KEPT, AND EACH
      ***** CHECKPOINT ADDS ONLY WHAT WAS POSTED SINCE THE LAST ONE.
       77 WRK-DELTA-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-DELTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DELTA-MATCH PIC 9(03) VALUE ZEROS.

       01  WRK-DELTA-TAB.
           05 WRK-DELTA-ENTRY OCCURS 500 TIMES.
               10 WRK-DELTA-NUMERO     PIC X(10).
               10 WRK-DELTA-VALOR      PIC S9(9)V99.
               10 WRK-DELTA-ULT-MOV    PIC X(08).
               10 WRK-DELTA-APLICADO   PIC X(01).
                   88 DELTA-APLICADO VALUE 'S'.

      ***** OUTPUT IMAGE OF AN ACCOUNT MASTER LINE (SAME LAYOUT AS
      ***** ACCT-RECORD), WRITTEN TO THE SIDE FILE.
       01  WRK-ACCT-LINHA.
           05 WRK-ACCT-NUMERO      PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ACCT-STATUS      PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ACCT-SALDO       PIC S9(9)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ACCT-ULT-MOV     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-ACCT-TITULAR     PIC X(30).

      ***** DUAL-CONTROL HOLD (SEE VERIFICA-ALCADA). AN ITEM BEING
      ***** POSTED ON APROVMNT'S SAY-SO IS ALREADY APPROVED AND
      ***** SKIPS THE LIMIT CHECK.
       77 WRK-APV-DSNAME PIC X(20) VALUE 'APROVPEND'.
       77 WRK-APV-FS PIC X(02) VALUE SPACES.
       77 WRK-APROVADO-FS PIC X(02) VALUE SPACES.
       77 WRK-APV-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-CNT-APV PIC 9(05) VALUE ZEROS.
       77 WRK-APV-RETIDA PIC X(01) VALUE 'N'.
           88 OPERACAO-RETIDA VALUE 'Y'.
       77 WRK-APV-ORIGEM PIC X(01) VALUE 'N'.
           88 LANCAMENTO-APROVADO VALUE 'Y'.
           88 LANCAMENTO-A-APROVAR VALUE 'N'.

      ***** MENU LINE BEING SHOWN (SEE MOSTRA-OPCOES-MENU). TWO
      ***** DIGITS SO THE 1-9 LOOP CAN STEP PAST 9.
       77 WRK-MENU-ITEM PIC 9(02) VALUE ZEROS.
       77 WRK-MENU-OPCODE PIC 9(01) VALUE ZEROS.

      ***** DRY RUN OF A LOT (LK-MODO-BATCH = 'S', SEE
      ***** PROCESSA-SIMULACAO). EVERY WRITE THE POSTING RUN WOULD
      ***** MAKE BECOMES A LINE ON SIMUL.yyyymmddBB OR A TALLY HERE.
      ***** WRK-SIM-OPC-TAB RUNS PARALLEL TO WRK-OPC-TAB (SAME
      ***** SUBSCRIPT AS WRK-OPC-MATCH).
       77 WRK-SIMULACAO PIC X(01) VALUE 'N'.
           88 MODO-SIMULACAO VALUE 'S' 'X'.
           88 MODO-RECONSTRUCAO VALUE 'X'.
       77 WRK-SIM-ALERTA PIC X(01) VALUE 'N'.
           88 SIMULACAO-COM-ALERTA VALUE 'S'.
       77 WRK-SIM-VALOR PIC S9(4)V99 VALUE ZEROS.
       77 WRK-SIM-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-SIM-RASTRO PIC 9(07) VALUE ZEROS.
       77 WRK-SIM-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-SIM-EM-ESPERA PIC 9(05) VALUE ZEROS.
       77 WRK-SIM-TOTAL PIC S9(7)V99 VALUE ZEROS.
       77 WRK-SIM-QTDE-ED PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-SIM-DOLAR-ED PIC -ZZZZZZ9.99 VALUE ZEROS.

       01  WRK-SIM-OPC-TAB.
           05 WRK-SIM-OPC-ENTRY OCCURS 30 TIMES.
               10 WRK-SIM-OPC-QTDE     PIC 9(06).
               10 WRK-SIM-OPC-DOLAR    PIC S9(7)V99.

      ***** ONE DETAIL LINE OF THE DRY-RUN REPORT. TIPO: SUSP = WOULD
      ***** GO TO SUSPENSE (MOTIVO = WHY), APRV = WOULD BE HELD FOR
      ***** APPROVAL, RETE = WOULD BE PARKED IN PENDENTES, LIBE =
      ***** WOULD BE RELEASED FROM PENDENTES AND POSTED TONIGHT.
       01  WRK-SIM-LINHA.
           05 WRK-SIM-TIPO         PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-REG          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-OPCODE       PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-NUM1         PIC -ZZZ9.99.
      ***** RAW VIEW - A T RECORD SHOWS ITS RATE CODE AS KEYED.
           05 WRK-SIM-NUM1-X REDEFINES WRK-SIM-NUM1
                                   PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-NUM2         PIC -ZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-MOTIVO       PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-SIM-CONTA        PIC X(10).

      ***** LEDGER REBUILD (LK-MODO-BATCH = 'X', SEE
      ***** PROCESSA-RECONSTRUCAO) RUNS WITH WRK-SIMULACAO = 'X': EVERY
      ***** DRY-RUN GUARD HOLDS, EXCEPT THAT THE LEDGER LINES ARE
      ***** REALLY WRITTEN - INTO LEDGREB.yyyymmdd[BB], NEVER INTO THE
      ***** LEDGER ITSELF.
       77 WRK-TRANCOPIA-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-TRANCOPIA PIC X(01) VALUE 'N'.
           88 FIM-TRANCOPIA-FILE VALUE 'Y'.
       77 WRK-TRANARQ-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-TRANARQ-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-TRANARQ PIC X(01) VALUE 'N'.
           88 FIM-TRANARQ-FILE VALUE 'Y'.
       77 WRK-TRANARQ-LOTES PIC 9(03) VALUE ZEROS.
       77 WRK-PENDLIB-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-PENDLIB-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-PENDLIB PIC X(01) VALUE 'N'.
           88 FIM-PENDLIB-FILE VALUE 'Y'.
       77 WRK-PENDLIB-ABERTO PIC X(01) VALUE 'N'.
           88 PENDLIB-ABERTO VALUE 'S'.
       77 WRK-PENDLIB-REPETIDO PIC X(01) VALUE 'N'.
           88 PENDLIB-REPETIDO VALUE 'S'.
       77 WRK-ENTRADA-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-ENTRADA-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ENTRADA PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA-FILE VALUE 'Y'.
       77 WRK-ENT-ORIGEM PIC X(01) VALUE SPACE.
      ***** 'S' WHILE THE RUN POSTS INTO THE UNSUFFIXED LEDGER, WHOSE
      ***** INPUTS GO TO LEDGENT; A BATCH WINDOW ARCHIVES TRANARQ AND
      ***** PENDLIB INSTEAD.
       77 WRK-ENT-DIARIO PIC X(01) VALUE 'S'.
           88 DIARIO-ATIVO VALUE 'S'.
       77 WRK-REC-ENTRADAS PIC X(01) VALUE 'N'.
           88 RECONST-COM-ENTRADAS VALUE 'S'.

      ***** ONE POSTING INPUT IN TRANFILE LAYOUT, AS JOURNALED.
       01  WRK-ENT-IMAGEM.
           05 WRK-ENT-OPCODE       PIC 9(01).
           05 FILLER               PIC X(01).
           05 WRK-ENT-NUM1         PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(01).
           05 WRK-ENT-NUM2         PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
           05 FILLER               PIC X(10).
           05 WRK-ENT-CONTA        PIC X(10).

       COPY OPCAT.

       COPY LEDLCK.

       COPY BUSCAL.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='EX2NITE '==.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='EX2     '==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='EX2     '==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-MODO-BATCH PIC X(01).
       01 LK-OPERADOR PIC X(08).
      ***** REBUILD ONLY (MODE 'X'): THE BUSINESS DATE AND THE
      ***** WINDOW WHOSE LEDGER IS REBUILT (00 = UNSUFFIXED LEDGER).
       01 LK-PARM-RECONST.
           05 LK-REC-DATA PIC 9(08).
           05 LK-REC-BATCH-ID PIC 9(02).

       PROCEDURE DIVISION USING LK-COD-RETORNO
               OPTIONAL LK-MODO-BATCH
               OPTIONAL LK-OPERADOR
               OPTIONAL LK-PARM-RECONST.
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR WRK-NTF-OPERADOR.
       MOVE '00' TO WRK-COD-SAIDA.
       MOVE 'N' TO WRK-SIMULACAO WRK-ERRLOG-SUPRIME WRK-NTF-SUPRIME.
       MOVE 'S' TO WRK-ENT-DIARIO.
       IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
           MOVE 'N' TO WRK-ENT-DIARIO
       END-IF.
      ***** A DEDICATED BATCH RUN IS THE EX2NITE JOB STEP AND A
      ***** MONTH-TO-DATE RUN IS THE EX2MTD ONE: THEIR START AND END
      ***** (BATCH-ID, RECORDS OR LEDGER LINES READ, LEDGER OR REPORT
      ***** LINES WRITTEN, RETURN CODE) GO TO THE SHARED RUNLOG UNDER
      ***** THE STEP NAME.
       IF LK-MODO-BATCH NOT OMITTED
               AND (LK-MODO-BATCH = 'B' OR LK-MODO-BATCH = 'M')
           IF LK-MODO-BATCH = 'M'
               MOVE 'EX2MTD  ' TO WRK-RUN-PROGRAMA
           ELSE
               MOVE 'EX2NITE ' TO WRK-RUN-PROGRAMA
           END-IF
           MOVE ZEROS TO WRK-REC-COUNT WRK-BATCH-ID
           MOVE SPACES TO WRK-RUN-BATCH-ID
           ACCEPT WRK-RUN-DATA-NEGOCIO FROM DATE YYYYMMDD
           PERFORM INICIA-RUNLOG
       END-IF.
      ***** THE OPCODE CATALOG IS RELOADED AT EVERY ENTRY, SO AN
      ***** OPCATAL CHANGE LANDS ON THE NEXT SESSION OR LOT. WITHOUT
      ***** IT NOTHING CAN BE POSTED OR REPORTED.
       PERFORM CARREGA-CATALOGO.
       IF WRK-OPC-CNT = ZEROS
           DISPLAY 'CATALOGO DE OPCODES (OPCATAL) AUSENTE OU VAZIO, '
                   'NADA PROCESSADO'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
           MOVE 'AUSENTE OU VAZIO' TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE '08' TO WRK-COD-SAIDA
       ELSE
      ***** THE BUSINESS CALENDAR IS RELOADED THE SAME WAY, SO A
      ***** HOLIDAY KEYED IN CALMNT COUNTS FROM THE NEXT LOT ON.
           PERFORM CARREGA-CALENDARIO
           IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'M'
               PERFORM GERA-RELATORIO-MTD
           ELSE
               IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
                   PERFORM PROCESSA-LOTE
               ELSE
                   IF LK-MODO-BATCH NOT OMITTED
                           AND LK-MODO-BATCH = 'R'
                       PERFORM PROCESSA-REPOSTO
                   ELSE
                       IF LK-MODO-BATCH NOT OMITTED
                               AND LK-MODO-BATCH = 'A'
                           PERFORM PROCESSA-APROVADO
                       ELSE
                           IF LK-MODO-BATCH NOT OMITTED
                                   AND LK-MODO-BATCH = 'S'
                               PERFORM PROCESSA-SIMULACAO
                           ELSE
                               IF LK-MODO-BATCH NOT OMITTED
                                       AND LK-MODO-BATCH = 'X'
                                   PERFORM PROCESSA-RECONSTRUCAO
                               ELSE
                                   PERFORM INICIALIZA
                                   IF NOT DIA-FECHADO AND LCK-RETIDO
                                       PERFORM PROCESSA-MENU
                                           UNTIL WRK-ESCOLHA = 5
                                       PERFORM FINALIZA
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-IF.
       IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
           IF WRK-BATCH-ID > ZEROS
               MOVE WRK-BATCH-ID TO WRK-RUN-BATCH-ID
           END-IF
           MOVE WRK-REC-COUNT TO WRK-RUN-LIDOS
           MOVE WRK-COD-SAIDA TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
       END-IF.
       IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'M'
           MOVE WRK-COD-SAIDA TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
       END-IF.
       MOVE WRK-COD-SAIDA TO LK-COD-RETORNO.
       GOBACK.

               STRING 'LEDGER.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-LEDGER-DSNAME
               END-STRING
      ***** THE SESSION HOLDS THE DAY'S LEDGER IN THE LEDGLOCK
      ***** REGISTRY UNTIL FINALIZA, SO NO OTHER SESSION, REPOST OR
      ***** APPROVAL CAN APPEND TO IT MEANWHILE AND DAYCLOSE WILL NOT
      ***** CLOSE THE DATE UNDER IT.
               MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
               MOVE WRK-HOJE-AAAAMMDD TO WRK-LCK-DATA
               MOVE 'I' TO WRK-LCK-MODO
               MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
               PERFORM ADQUIRE-LOCK
               IF LCK-RETIDO
                   OPEN EXTEND LEDGER-FILE
                   IF WRK-LEDGER-FS = '35'
                       OPEN OUTPUT LEDGER-FILE
                   END-IF
               ELSE
                   MOVE '08' TO WRK-COD-SAIDA
               END-IF
           END-IF.


       FINALIZA.
           CLOSE LEDGER-FILE.
           PERFORM LIBERA-LOCK.
           PERFORM CONSOLIDA-RELATORIO-DIA.

      ***** WRITES ONE BATCH WINDOW'S REPORT.yyyymmddBB FROM THE
      ***** THIS WITH CONSOLIDA-RELATORIO-DIA, WHICH ROLLS ALL OF
      ***** THE DAY'S LEDGERS TOGETHER AND RECONCILES THAT.
       GERA-RELATORIO.
           PERFORM ZERA-GRUPOS
           MOVE ZEROS TO WRK-TOTAL-GERAL
           MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA

           STRING 'REPORT.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-REPORT-DSNAME
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      ***** ONE COUNT LINE PER REPORT BUCKET, IN CATALOG ORDER, AND
      ***** THE TOTAL GERAL LINE - COMMON TO GERA-RELATORIO'S
      ***** PER-WINDOW REPORT AND CONSOLIDA-RELATORIO-DIA'S WHOLE-DAY
      ***** ROLLUP. EXPECTS REPORT-FILE ALREADY OPEN AND WRK-GRP-TAB/
      ***** WRK-TOTAL-GERAL-ED ALREADY POPULATED BY THE CALLER.
       ESCREVE-CORPO-RELATORIO.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               PERFORM MONTA-ROTULO-GRUPO
               MOVE WRK-GRP-QTDE(WRK-GRP-IDX) TO WRK-GRP-QTDE-DIA
               MOVE SPACES TO REPORT-LINE
               STRING WRK-GRP-ROTULO ': ' WRK-GRP-QTDE-DIA
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL GERAL.....: ' WRK-TOTAL-GERAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

      ***** BUCKET NAME PADDED WITH DOTS TO THE REPORT'S 16-COLUMN
      ***** LABEL ('SOMA............'). A NAME ENDS AT ITS FIRST
      ***** DOUBLE SPACE, SO SINGLE SPACES INSIDE IT ARE KEPT.
       MONTA-ROTULO-GRUPO.
           MOVE ALL '.' TO WRK-GRP-ROTULO
           STRING WRK-GRP-NOME(WRK-GRP-IDX) DELIMITED BY '  '
                   INTO WRK-GRP-ROTULO
           END-STRING.

       ZERA-GRUPOS.
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               MOVE ZEROS TO WRK-GRP-QTDE(WRK-GRP-IDX)
                             WRK-GRP-DOLAR(WRK-GRP-IDX)
                             WRK-GRP-CONTROLE(WRK-GRP-IDX)
               MOVE 'N' TO WRK-GRP-TEM-CONTROLE(WRK-GRP-IDX)
           END-PERFORM.

      ***** CHECKS EVERY BUCKET THE CATALOG MARKS FOR RECONCILIATION
      ***** AGAINST ITS CONTROLFILE LINE. A BUCKET WITH NO LINE IS
      ***** REPORTED AND LOGGED AS NOT INFORMED RATHER THAN TAKEN AS
      ***** A ZERO CONTROL; BUCKETS THE CATALOG DOES NOT RECONCILE
      ***** (ACUMULADOR) ONLY FEED THE TOTAL GERAL LINE.
       RECONCILIA.
           MOVE ZEROS TO WRK-CTRL-LIDOS
           MOVE 'N' TO WRK-CTRL-ERRO
           MOVE 'N' TO WRK-CTRL-DIVERGE
           MOVE 'N' TO WRK-EOF-CTRL
           OPEN INPUT CONTROL-FILE
           IF WRK-CTRL-FS = '00'
               PERFORM UNTIL FIM-CTRL-FILE
                   READ CONTROL-FILE
                       AT END
                           SET FIM-CTRL-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-CTRL-LIDOS
                           PERFORM GUARDA-CONTROLE
                   END-READ
                   IF WRK-CTRL-FS NOT = '00' AND WRK-CTRL-FS NOT = '10'
                       MOVE 'RECONCILIACAO...: REGISTRO DE CONTROLE '
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                       SET ERRLOG-SEV-SISTEMA TO TRUE
                       MOVE 'WRK-CTRL-FS' TO WRK-ERRLOG-CAMPO
                       MOVE WRK-CTRL-FS TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                       SET CTRL-COM-ERRO TO TRUE
                       SET FIM-CTRL-FILE TO TRUE
                   END-IF
               END-PERFORM
               IF WRK-CTRL-LIDOS = ZEROS AND NOT CTRL-COM-ERRO
                   MOVE 'CONTROLE.......: ARQUIVO VAZIO, SEM'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WRK-CTRL-LIDOS > ZEROS AND NOT CTRL-COM-ERRO
                   PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                           UNTIL WRK-GRP-IDX > WRK-GRP-CNT
                       IF WRK-GRP-RECONCILIA(WRK-GRP-IDX) = 'S'
                           PERFORM RECONCILIA-GRUPO
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CONTROL-FILE
           ELSE
               WRITE REPORT-LINE
           END-IF.

      ***** FILES ONE CONTROLFILE LINE AGAINST ITS BUCKET. A LINE FOR
      ***** A BUCKET THE CATALOG DOES NOT KNOW, OR WITH A BAD FIGURE,
      ***** IS LOGGED AND IGNORED.
       GUARDA-CONTROLE.
           MOVE ZEROS TO WRK-GRP-MATCH
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               IF WRK-GRP-NOME(WRK-GRP-IDX) = CONTROL-GRUPO
                   MOVE WRK-GRP-IDX TO WRK-GRP-MATCH
               END-IF
           END-PERFORM
           IF WRK-GRP-MATCH = ZEROS OR CONTROL-VALOR IS NOT NUMERIC
               MOVE 'CONTROL-GRUPO' TO WRK-ERRLOG-CAMPO
               MOVE CONTROL-GRUPO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               MOVE CONTROL-VALOR TO WRK-GRP-CONTROLE(WRK-GRP-MATCH)
               MOVE 'S' TO WRK-GRP-TEM-CONTROLE(WRK-GRP-MATCH)
           END-IF.

       RECONCILIA-GRUPO.
           MOVE WRK-GRP-NOME(WRK-GRP-IDX) TO WRK-CTRL-TIPO-NOME
           IF WRK-GRP-TEM-CONTROLE(WRK-GRP-IDX) = 'S'
               MOVE WRK-GRP-DOLAR(WRK-GRP-IDX) TO WRK-CTRL-TIPO-DOLAR
               MOVE WRK-GRP-CONTROLE(WRK-GRP-IDX)
                   TO WRK-CTRL-TIPO-CONTROLE
               PERFORM RECONCILIA-TIPO
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING 'CONTROLE ' DELIMITED BY SIZE
                       WRK-CTRL-TIPO-NOME DELIMITED BY SPACE
                       '.......: NAO INFORMADO' DELIMITED BY SIZE
                       INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               SET CTRL-DIVERGENTE TO TRUE
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE WRK-CTRL-TIPO-NOME TO WRK-ERRLOG-CAMPO
               MOVE 'SEM CONTROLE' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       RECONCILIA-TIPO.
           MOVE WRK-CTRL-TIPO-CONTROLE TO WRK-CTRL-TIPO-CONTROLE-ED
           MOVE SPACES TO REPORT-LINE
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               SET CTRL-DIVERGENTE TO TRUE
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE WRK-CTRL-TIPO-NOME TO WRK-ERRLOG-CAMPO
               MOVE WRK-CTRL-TIPO-DIFF-ED TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               PERFORM NOTIFICA-DIVERGENCIA
           END-IF.

      ***** THE SAME BUCKET DIVERGING BY THE SAME AMOUNT ON THE SAME
      ***** DATE IS ONE EVENT, HOWEVER MANY SESSIONS OR WINDOWS
      ***** RECONCILE IT AGAIN; A DIFFERENT AMOUNT IS A NEW ONE.
       NOTIFICA-DIVERGENCIA.
           MOVE 'RECONCILIACAO' TO WRK-NTF-TIPO
           SET NOTIF-SEV-ALTA TO TRUE
           MOVE WRK-HOJE-AAAAMMDD TO WRK-NTF-DATA
           MOVE SPACES TO WRK-NTF-CHAVE
           STRING WRK-CTRL-TIPO-NOME ' ' WRK-CTRL-TIPO-DIFF-ED
                   DELIMITED BY SIZE INTO WRK-NTF-CHAVE
           END-STRING
           MOVE REPORT-LINE TO WRK-NTF-TEXTO
           PERFORM GRAVA-NOTIF.

      ***** SOLE WRITER OF THE WHOLE-DAY REPORT.yyyymmdd, THE DSNAME
      ***** MENU'S CONSULTA-RELATORIO AND DAYDIG'S COPIA-EX2 LOOK
      ***** FOR. ROLLS TODAY'S UNSUFFIXED LEDGER.yyyymmdd (THE
      ***** REFLECT ALL OF TODAY'S ACTIVITY RUN SO FAR, CONSOLE AND
      ***** BATCH ALIKE.
       CONSOLIDA-RELATORIO-DIA.
           PERFORM ACUMULA-LEDGERS-DIA

           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-GERAL-ED
           MOVE SPACES TO WRK-REPORT-DSNAME
           STRING 'REPORT.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO WRK-REPORT-DSNAME
           END-STRING

           OPEN OUTPUT REPORT-FILE
           MOVE 'RELATORIO DE FECHAMENTO DE TURNO - EX2' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ESCREVE-CORPO-RELATORIO
           PERFORM RECONCILIA
           CLOSE REPORT-FILE.

      ***** ROLLS ALL OF TODAY'S LEDGERS ON DISK - THE UNSUFFIXED ONE
      ***** AND EVERY BATCH WINDOW'S - INTO WRK-GRP-TAB AND
      ***** WRK-TOTAL-GERAL, FROM ZERO. SHARED BY
      ***** CONSOLIDA-RELATORIO-DIA AND THE DRY RUN'S PROJECTED DAY.
       ACUMULA-LEDGERS-DIA.
           PERFORM ZERA-GRUPOS
           MOVE ZEROS TO WRK-TOTAL-GERAL
           MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA

      ***** STRING LEAVES THE TAIL OF THE RECEIVING FIELD UNTOUCHED,
      ***** SO EACH DSNAME IS BLANKED FIRST - A SHORTER UNSUFFIXED
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
               PERFORM ACUMULA-LEDGER-DIA
           END-PERFORM.

      ***** ACCUMULATES ONE CANDIDATE LEDGER DSNAME (ALREADY BUILT
      ***** INTO WRK-LEDGER-DSNAME BY THE CALLER) INTO WRK-GRP-TAB
      ***** AND WRK-TOTAL-GERAL, SKIPPING SILENTLY
      ***** WHEN THE DSNAME DOES NOT EXIST. SHARED BY GERA-RELATORIO
      ***** AND CONSOLIDA-RELATORIO-DIA'S PROBES SO THE READ/EVALUATE
      ***** LOGIC ISN'T DUPLICATED.
               CLOSE LEDGER-FILE
           END-IF.

      ***** BUCKETS ONE LEDGER LINE INTO WRK-GRP-TAB AND
      ***** WRK-TOTAL-GERAL (SEE LOCALIZA-GRUPO-LINHA).
       CLASSIFICA-LINHA-LEDGER.
           PERFORM LOCALIZA-GRUPO-LINHA
           IF WRK-GRP-MATCH > ZEROS
               ADD 1 TO WRK-GRP-QTDE(WRK-GRP-MATCH)
               ADD FUNCTION NUMVAL(LEDGER-RESULT-ED)
                   TO WRK-GRP-DOLAR(WRK-GRP-MATCH)
               ADD FUNCTION NUMVAL(LEDGER-RESULT-ED)
                   TO WRK-TOTAL-GERAL
           END-IF.

      ***** REPORT BUCKET OF THE LEDGER LINE IN LEDGER-RECORD, FROM
      ***** THE CATALOG ENTRY IN FORCE ON WRK-OPC-DATA (THE LEDGER'S
      ***** DATE, SET BY THE CALLER) - OR, FOR A LINE POSTED UNDER AN
      ***** ENTRY SINCE RE-DATED, THE OPCODE'S FIRST ENTRY. ZERO IN
      ***** WRK-GRP-MATCH MEANS THE LINE IS NOT REPORTED: THE
      ***** L/A/S/M/P ACCUMULATOR TRACE LINES CARRY NO BUCKET, SO ONLY
      ***** THE G LINE - WHICH CARRIES THE CHAIN'S FINAL VALUE -
      ***** REACHES THE TOTALS.
       LOCALIZA-GRUPO-LINHA.
           MOVE ZEROS TO WRK-GRP-MATCH
           MOVE LEDGER-OPCODE-X TO WRK-OPC-ALVO
           PERFORM LOCALIZA-OPCODE
           IF WRK-OPC-MATCH = ZEROS
               MOVE WRK-OPC-QUALQUER TO WRK-OPC-MATCH
           END-IF
           IF WRK-OPC-MATCH > ZEROS
               MOVE WRK-OPC-GRP-IDX(WRK-OPC-MATCH) TO WRK-GRP-MATCH
           END-IF.

       GERA-RELATORIO-MTD.
               CLOSE LEDGER-FILE
           END-IF

           PERFORM ZERA-GRUPOS
           MOVE ZEROS TO WRK-MTD-TOTAL-GERAL

      ***** EACH DAY CAN HAVE AN UNSUFFIXED LEDGER (INTERACTIVE-ONLY
      ***** ACTIVITY) AND/OR ONE LEDGER PER BATCH WINDOW
      ***** MONTH-TO-DATE FIGURE.
           PERFORM VARYING WRK-MTD-DIA FROM 1 BY 1
                   UNTIL WRK-MTD-DIA > 31
               COMPUTE WRK-OPC-DATA = WRK-MTD-AAAAMM * 100 + WRK-MTD-DIA
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-MTD-AAAAMM WRK-MTD-DIA
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
           MOVE 'RELATORIO ACUMULADO DO MES (MTD) - EX2' TO
               REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               PERFORM MONTA-ROTULO-GRUPO
               MOVE SPACES TO REPORT-LINE
               STRING WRK-GRP-ROTULO ': ' WRK-GRP-QTDE(WRK-GRP-IDX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL GERAL.....: ' WRK-MTD-TOTAL-GERAL-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD 1 TO WRK-RUN-GRAVADOS
           CLOSE REPORT-FILE.

      ***** ACCUMULATES ONE CANDIDATE LEDGER DSNAME (ALREADY BUILT
      ***** INTO WRK-LEDGER-DSNAME BY THE CALLER) INTO THE BUCKET
      ***** COUNTS AND WRK-MTD-TOTAL-GERAL, SKIPPING SILENTLY WHEN THE
      ***** DSNAME DOES NOT EXIST. SHARED BY GERA-RELATORIO-MTD'S
      ***** UNSUFFIXED AND BATCH-SUFFIXED PROBES SO THE READ LOGIC
      ***** ISN'T DUPLICATED.
       ACUMULA-LEDGER-MTD.
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
                   READ LEDGER-FILE
                       AT END
                           SET FIM-LEDGER-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           PERFORM LOCALIZA-GRUPO-LINHA
                           IF WRK-GRP-MATCH > ZEROS
                               ADD 1 TO WRK-GRP-QTDE(WRK-GRP-MATCH)
                               ADD FUNCTION NUMVAL(LEDGER-RESULT-ED)
                                   TO WRK-MTD-TOTAL-GERAL
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-NUM2.

      ***** OPTIONAL ACCOUNT THE CONSOLE POSTING IS MADE AGAINST.
      ***** BLANK POSTS WITHOUT AN ACCOUNT, AS BEFORE.
       ACEITA-CONTA.
           MOVE SPACES TO WRK-CONTA
           DISPLAY 'NUMERO DA CONTA (OPCIONAL, ENTER PARA PULAR)'
           ACCEPT WRK-CONTA FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WRK-CONTA) TO WRK-CONTA.

       ACEITA-MEMO.
           MOVE SPACES TO WRK-MEMO-TEXTO
           DISPLAY 'REFER�NCIA/MEMO PARA ESTE LAN�AMENTO '

       COPY ERRLOGP.

       COPY NOTIFP.

       COPY OPCATP.

       COPY LEDLCKP.

       COPY BUSCALP.

       COPY RUNLOGP.

       PROCESSA-MENU.
       DISPLAY 'ESCOLHA UMA OPERA��O DO SEU GOSTO'.
       PERFORM MOSTRA-OPCOES-MENU.

       DISPLAY '----------------'.

       ACCEPT WRK-ESCOLHA FROM CONSOLE.

       EVALUATE WRK-ESCOLHA
             WHEN 6

                PERFORM PROCESSA-LOTE

                DISPLAY 'ENCERRANDO...'

            WHEN OTHER
               MOVE WRK-ESCOLHA TO WRK-OPC-ALVO
               MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
               PERFORM LOCALIZA-OPCODE
               IF WRK-OPC-MATCH > ZEROS
                   PERFORM ACEITA-LANCAMENTO
               ELSE
                   DISPLAY 'VALOR DIGITADO INV�LIDO'
                   MOVE 'WRK-ESCOLHA' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-ESCOLHA TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               END-IF


           END-EVALUATE.

      ***** MENU LINES 1-9 IN ORDER: 5, 6 AND 9 ARE THE SESSION'S OWN
      ***** ACTIONS; EVERY OTHER NUMBER IS SHOWN ONLY WHILE THE
      ***** CATALOG HAS THAT OPCODE IN FORCE TODAY, UNDER THE
      ***** CATALOG'S DESCRIPTION.
       MOSTRA-OPCOES-MENU.
           PERFORM VARYING WRK-MENU-ITEM FROM 1 BY 1
                   UNTIL WRK-MENU-ITEM > 9
               MOVE WRK-MENU-ITEM TO WRK-MENU-OPCODE
               EVALUATE WRK-MENU-OPCODE
                   WHEN 5
                       DISPLAY '5- SAIR'
                   WHEN 6
                       DISPLAY '6- PROCESSAR ARQUIVO DE '
                               'TRANSA��ES (LOTE)'
                   WHEN 9
                       DISPLAY '9- RELAT�RIO ACUMULADO DO M�S (MTD)'
                   WHEN OTHER
                       MOVE WRK-MENU-OPCODE TO WRK-OPC-ALVO
                       MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
                       PERFORM LOCALIZA-OPCODE
                       IF WRK-OPC-MATCH > ZEROS
                           DISPLAY WRK-MENU-OPCODE '- '
                                   WRK-OPC-DESCRICAO(WRK-OPC-MATCH)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      ***** CONSOLE ENTRY FOR THE CATALOG OPCODE IN WRK-OPC-MATCH.
      ***** AN OPCODE FLAGGED FOR A NONZERO DIVISOR RE-PROMPTS A ZERO
      ***** SECOND VALUE; A PERCENTAGE TAKES THE RATE FIRST.
       ACEITA-LANCAMENTO.
           DISPLAY WRK-OPC-DESCRICAO(WRK-OPC-MATCH)
           DISPLAY '--------------------'
           IF OPC-FORM-PORCENTAGEM(WRK-OPC-MATCH)
               DISPLAY 'INFORME A PORCENTAGEM NO PRIMEIRO VALOR'
           END-IF
           PERFORM ACEITA-NUM1
           PERFORM ACEITA-NUM2
           IF WRK-OPC-DIVISOR(WRK-OPC-MATCH) = 'S'
               PERFORM UNTIL WRK-NUM2 NOT = ZEROS
                   DISPLAY 'N�O DIVIDA POR ZERO, DIGITE NOVAMENTE'
                   PERFORM ACEITA-NUM2
               END-PERFORM
           END-IF
           PERFORM ACEITA-CONTA
           PERFORM ACEITA-MEMO
           PERFORM LANCA-INTERATIVO.

      ***** CONSOLE POSTING. THE ACCOUNT MASTER IS RELOADED PER
      ***** POSTING, AS RATETAB IS, SO AN ACCTMNT CHANGE LANDS
      ***** WITHOUT RESTARTING THE SESSION, AND THE MOVED BALANCE IS
      ***** WRITTEN BACK AT ONCE. A POSTING REFUSED FOR ITS ACCOUNT
      ***** GOES TO SUSPENSE JUST LIKE A BATCH REJECT, SO SUSPREP
      ***** CAN REPOST IT ONCE THE ACCOUNT IS SORTED OUT.
       LANCA-INTERATIVO.
           PERFORM CARREGA-CONTAS
           MOVE 'I' TO WRK-ENT-ORIGEM
           PERFORM REGISTRA-ENTRADA-LANCAMENTO
           PERFORM CALCULA-OPERACAO
           IF CONTA-RECUSADA
               PERFORM GRAVA-SUSPENSO
               MOVE SPACES TO WRK-MEMO-TEXTO
           END-IF
           IF CONTAS-ALTERADAS
               PERFORM GRAVA-CONTAS
           END-IF.

       CALCULA-OPERACAO.
           SET OPERACAO-VALIDA TO TRUE
           SET CONTA-ACEITA TO TRUE
      ***** THE OPCODE MUST BE IN THE CATALOG AND IN FORCE ON THE
      ***** BUSINESS DATE; A RETIRED OR NOT-YET-ACTIVE OPCODE IS
      ***** REFUSED LIKE AN UNKNOWN ONE, BUT LOGGED AS A BUSINESS
      ***** RULE SO THE SUSPENSE REASON IS CLEAR.
           MOVE WRK-ESCOLHA TO WRK-OPC-ALVO
           MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
           PERFORM LOCALIZA-OPCODE
           IF WRK-OPC-MATCH = ZEROS
               SET OPERACAO-INVALIDA TO TRUE
               IF WRK-OPC-QUALQUER > ZEROS
                   DISPLAY 'OPCODE FORA DE VIGENCIA, REGISTRO IGNORADO'
                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'OPCODE-INATIVO' TO WRK-ERRLOG-CAMPO
               ELSE
                   DISPLAY 'C�DIGO INV�LIDO, REGISTRO IGNORADO'
                   MOVE 'WRK-ESCOLHA' TO WRK-ERRLOG-CAMPO
               END-IF
               MOVE WRK-ESCOLHA TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               IF WRK-OPC-DIVISOR(WRK-OPC-MATCH) = 'S'
                       AND WRK-NUM2 = ZEROS
                   SET OPERACAO-INVALIDA TO TRUE
                   DISPLAY 'DIVIS�O POR ZERO, REGISTRO IGNORADO'
                   MOVE 'WRK-NUM2' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-NUM2 TO WRK-ERRLOG-NUM-ED
                   MOVE WRK-ERRLOG-NUM-ED TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   EVALUATE TRUE
                       WHEN OPC-FORM-SOMA(WRK-OPC-MATCH)
                           ADD WRK-NUM1 WRK-NUM2 GIVING WRK-RESULT
                       WHEN OPC-FORM-SUBTRACAO(WRK-OPC-MATCH)
                           SUBTRACT WRK-NUM1 FROM WRK-NUM2
                               GIVING WRK-RESULT
                       WHEN OPC-FORM-DIVISAO(WRK-OPC-MATCH)
                           DIVIDE WRK-NUM1 BY WRK-NUM2
                               GIVING WRK-RESULT ROUNDED
                       WHEN OPC-FORM-MULTIPLICA(WRK-OPC-MATCH)
                           MULTIPLY WRK-NUM1 BY WRK-NUM2
                               GIVING WRK-RESULT ROUNDED
                       WHEN OPC-FORM-PORCENTAGEM(WRK-OPC-MATCH)
                           COMPUTE WRK-RESULT ROUNDED =
                               (WRK-NUM1 / 100) * WRK-NUM2
                       WHEN OPC-FORM-RESTO(WRK-OPC-MATCH)
                           DIVIDE WRK-NUM1 BY WRK-NUM2
                               GIVING WRK-DIV-QUOC
                               REMAINDER WRK-RESULT
                   END-EVALUATE
                   MOVE WRK-RESULT TO WRK-RESULT-ED
                   DISPLAY
                       FUNCTION TRIM(WRK-OPC-DESCRICAO(WRK-OPC-MATCH))
                       ': ' WRK-RESULT-ED
               END-IF
           END-IF

      ***** A POSTING THAT NAMES AN ACCOUNT ONLY REACHES THE LEDGER
      ***** WHEN THE ACCOUNT IS OPEN; OTHERWISE IT IS INVALID AND THE
      ***** CALLER SUSPENDS IT LIKE ANY OTHER REJECT.
           IF OPERACAO-VALIDA AND WRK-CONTA NOT = SPACES
               PERFORM VALIDA-CONTA
               IF CONTA-RECUSADA
                   SET OPERACAO-INVALIDA TO TRUE
               END-IF
           END-IF

           IF OPERACAO-VALIDA
               PERFORM VERIFICA-ALCADA
               IF OPERACAO-RETIDA
                   PERFORM GRAVA-APROVACAO
               ELSE
                   PERFORM GRAVA-LEDGER
               END-IF
           END-IF.

      ***** DUAL CONTROL: A POSTING WHOSE NUM1, NUM2 OR RESULT GOES
      ***** OVER THE CATALOG LIMIT OF ITS OPCODE (WRK-OPC-MATCH, SET
      ***** BY CALCULA-OPERACAO) IS HELD INSTEAD OF POSTED. A ZERO
      ***** LIMIT MEANS NONE; AN ITEM ALREADY APPROVED IS NOT HELD
      ***** AGAIN.
       VERIFICA-ALCADA.
           MOVE 'N' TO WRK-APV-RETIDA
           IF LANCAMENTO-A-APROVAR
                   AND WRK-OPC-LIMITE(WRK-OPC-MATCH) > ZEROS
               IF FUNCTION ABS(WRK-NUM1) >
                       WRK-OPC-LIMITE(WRK-OPC-MATCH)
                  OR FUNCTION ABS(WRK-NUM2) >
                       WRK-OPC-LIMITE(WRK-OPC-MATCH)
                  OR FUNCTION ABS(WRK-RESULT) >
                       WRK-OPC-LIMITE(WRK-OPC-MATCH)
                   SET OPERACAO-RETIDA TO TRUE
               END-IF
           END-IF.

      ***** THE HELD ITEM CARRIES EVERYTHING THE POSTING WOULD HAVE
      ***** WRITTEN - MEMO AND ACCOUNT INCLUDED - SO APPROVAL CAN
      ***** POST IT UNCHANGED. NO BALANCE MOVES UNTIL THEN.
       GRAVA-APROVACAO.
           IF MODO-SIMULACAO
               MOVE SPACES TO WRK-SIM-LINHA
               MOVE 'APRV' TO WRK-SIM-TIPO
               MOVE WRK-ESCOLHA TO WRK-SIM-OPCODE
               MOVE WRK-NUM1 TO WRK-SIM-NUM1
               MOVE WRK-NUM2 TO WRK-SIM-NUM2
               MOVE 'ACIMA-ALCADA' TO WRK-SIM-MOTIVO
               MOVE WRK-CONTA TO WRK-SIM-CONTA
               PERFORM ESCREVE-LINHA-SIMULACAO
               ADD 1 TO WRK-CNT-APV
           ELSE
               OPEN EXTEND APV-FILE
               IF WRK-APV-FS = '35'
                   OPEN OUTPUT APV-FILE
               END-IF
               ACCEPT WRK-APV-HORA FROM TIME
               MOVE SPACES TO APV-RECORD
               MOVE WRK-HOJE-AAAAMMDD TO APV-DATA
               MOVE WRK-APV-HORA TO APV-HORA
               MOVE WRK-ESCOLHA TO APV-OPCODE
               MOVE WRK-NUM1 TO APV-NUM1
               MOVE WRK-NUM2 TO APV-NUM2
               MOVE WRK-RESULT TO APV-RESULT
               MOVE WRK-CONTA TO APV-CONTA
               MOVE WRK-OPERADOR TO APV-DIGITADOR
               MOVE WRK-MEMO-TEXTO TO APV-MEMO
               WRITE APV-RECORD
               CLOSE APV-FILE
               MOVE SPACES TO WRK-MEMO-TEXTO
               ADD 1 TO WRK-CNT-APV
               DISPLAY 'VALOR ACIMA DA ALCADA DO OPCODE, LANCAMENTO '
                       'RETIDO PARA APROVACAO (APROVMNT)'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'ACIMA-ALCADA' TO WRK-ERRLOG-CAMPO
               MOVE WRK-APV-HORA TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       GRAVA-LEDGER.
           IF MODO-SIMULACAO AND NOT MODO-RECONSTRUCAO
               MOVE WRK-RESULT TO WRK-SIM-VALOR
               PERFORM PROJETA-LANCAMENTO
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               ACCEPT WRK-LEDGER-HORA FROM TIME
               MOVE WRK-LEDGER-HORA TO LEDGER-HORA-ED
               MOVE WRK-ESCOLHA TO LEDGER-OPCODE-ED
               MOVE WRK-NUM1 TO LEDGER-NUM1-ED
               MOVE WRK-NUM2 TO LEDGER-NUM2-ED
               MOVE WRK-RESULT TO LEDGER-RESULT-ED
               MOVE WRK-OPERADOR TO LEDGER-OPERADOR
               MOVE WRK-CONTA TO LEDGER-CONTA
               WRITE LEDGER-RECORD
               ADD 1 TO WRK-RUN-GRAVADOS
      ***** A REBUILT LEDGER REPLAYS POSTINGS WHOSE BALANCE MOVEMENTS
      ***** ARE ALREADY ON THE MASTER.
               IF NOT MODO-RECONSTRUCAO
                   MOVE WRK-RESULT TO WRK-CONTA-VALOR
                   PERFORM ATUALIZA-SALDO-CONTA
               END-IF
               IF WRK-MEMO-TEXTO NOT = SPACES
                   PERFORM GRAVA-MEMO
                   MOVE SPACES TO WRK-MEMO-TEXTO
               END-IF
           END-IF.

       GRAVA-MEMO.
      ***** THE DOWNSTREAM STEPS AS IF THE LOT HAD POSTED.
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               PERFORM AVISA-DIA-NAO-UTIL
               PERFORM EXECUTA-LOTE
           END-IF.

      ***** A LOT RUN ON A WEEKEND OR HOLIDAY STILL POSTS - THE
      ***** SCHEDULE MAY HAVE SLIPPED FOR A GOOD REASON - BUT SYSOUT
      ***** AND ERRORLOG SAY SO, FOR THE DIGEST AND ITS ALERTS.
       AVISA-DIA-NAO-UTIL.
           MOVE WRK-HOJE-AAAAMMDD TO WRK-CAL-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF CAL-DIA-NAO-UTIL
               DISPLAY 'ATENCAO: ' WRK-HOJE-AAAAMMDD ' NAO E DIA UTIL '
                       'NO CALENDARIO (BUSCAL) - LOTE PROCESSADO '
                       'ASSIM MESMO'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'DIA-NAO-UTIL' TO WRK-ERRLOG-CAMPO
               MOVE WRK-HOJE-AAAAMMDD TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       EXECUTA-LOTE.
           MOVE ZEROS TO WRK-CNT-RETIDO WRK-CNT-LIBERADO
                         WRK-CNT-MANTIDO WRK-CNT-APV
      ***** EVERY LOT'S CHAIN STARTS FROM ZERO - WORKING-STORAGE
      ***** SURVIVES BETWEEN CALLS AND BETWEEN OPTION-6 RUNS, AND
      ***** LEDGVER'S REPLAY ASSUMES A ZERO SEED PER LEDGER.
           MOVE ZEROS TO WRK-ACUMULADOR
           PERFORM CARREGA-CONTAS
           MOVE 1 TO WRK-BATCH-ID
           SET TRAN-NAO-PENDENTE TO TRUE
           MOVE 'N' TO WRK-EOF-TRAN
                       END-IF
               END-READ

      ***** A DRY RUN READS (NEVER WRITES) THE CHECKPOINT OF THE
      ***** WINDOW IT SIMULATES, SO IT SKIPS WHAT A RERUN WOULD SKIP.
               IF (LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B')
                       OR MODO-SIMULACAO
                   STRING 'CKPT.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                           DELIMITED BY SIZE INTO WRK-CKPT-DSNAME
                   END-STRING
      ***** ONLY A DEDICATED BATCH RUN (EX2NITE) GETS ITS OWN
      ***** BATCH-ID-SUFFIXED LEDGER; THE CONSOLE'S OPTION 6 KEEPS
      ***** WRITING INTO THE SESSION LEDGER INICIALIZA ALREADY HAS
      ***** OPEN (AND HOLDS IN LEDGLOCK), AND FINALIZA ROLLS THE DAY
      ***** UP AS USUAL. A WINDOW WHOSE LEDGER IS HELD BY ANOTHER RUN
      ***** IS REFUSED WITH '08' BEFORE A SINGLE RECORD IS TOUCHED,
      ***** SO ITS CHECKPOINT STILL RESTARTS IT CLEANLY.
               IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
                   STRING 'LEDGER.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                           DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
                   END-STRING
                   MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-LCK-DATA
                   MOVE 'B' TO WRK-LCK-MODO
                   MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
                   PERFORM ADQUIRE-LOCK
                   IF LCK-RETIDO
                       OPEN EXTEND LEDGER-FILE
                       IF WRK-LEDGER-FS = '35'
                           OPEN OUTPUT LEDGER-FILE
                       END-IF
                   END-IF
               END-IF

               IF MODO-SIMULACAO
                   PERFORM INICIA-SIMULACAO
               END-IF

               IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
                       AND NOT LCK-RETIDO
                   CLOSE TRAN-FILE
                   DISPLAY 'LOTE RECUSADO - LEDGER EM USO'
                   MOVE '08' TO WRK-COD-SAIDA
               ELSE
      ***** A RERUN FROM A CHECKPOINT FINDS THE LOT ALREADY COPIED.
                   IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
                           AND WRK-CKPT-RESTART = ZEROS
                       PERFORM ARQUIVA-TRANFILE
                   END-IF
                   PERFORM PROCESSA-TRANSACOES
               END-IF
           ELSE
               DISPLAY 'ARQUIVO DE TRANSA��ES AUSENTE OU '
                       'INACESS�VEL, LOTE IGNORADO'
           END-IF.

      ***** POSTS THE LOT'S DETAIL RECORDS FROM THE CHECKPOINT ON,
      ***** THEN SWEEPS THE FUTURE-DATED WAREHOUSE. TRAN-FILE IS OPEN
      ***** AND, FOR A DEDICATED BATCH RUN, THE WINDOW'S LEDGER IS
      ***** OPEN AND HELD.
       PROCESSA-TRANSACOES.
           MOVE ZEROS TO WRK-REC-COUNT
           PERFORM REGISTRA-ENTRADA-INICIO
           PERFORM UNTIL FIM-TRAN-FILE
               IF TRAN-NAO-PENDENTE
                   READ TRAN-FILE
                       AT END
                           SET FIM-TRAN-FILE TO TRUE
                       NOT AT END
                           CONTINUE
                   END-READ
               END-IF
               SET TRAN-NAO-PENDENTE TO TRUE
               IF NOT FIM-TRAN-FILE
                   ADD 1 TO WRK-REC-COUNT
                   IF WRK-REC-COUNT > WRK-CKPT-RESTART
                       MOVE 'T' TO WRK-ENT-ORIGEM
                       PERFORM REGISTRA-ENTRADA-TRAN
                       PERFORM PROCESSA-REGISTRO-TRAN
                       IF FUNCTION MOD(WRK-REC-COUNT
                               WRK-CKPT-INTERVAL) = 0
                               AND NOT MODO-SIMULACAO
                           PERFORM GRAVA-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRAN-FILE

      ***** SWEEP THE FUTURE-DATED WAREHOUSE WHILE THE RUN'S LEDGER
      ***** IS STILL OPEN: MATURED RECORDS POST INTO IT TONIGHT,
      ***** HAPPENS INSIDE LIBERA-PENDENTES BEFORE THE CHECKPOINT IS
      ***** CLEARED, SO A FAILURE MID-SWEEP RERUNS WITHOUT
      ***** DUPLICATING A SINGLE POSTING OF THE NIGHT.
           PERFORM LIBERA-PENDENTES
           IF CONTAS-ALTERADAS
               PERFORM GRAVA-CONTAS
           END-IF
           IF NOT MODO-SIMULACAO
               PERFORM LIMPA-CHECKPOINT
           END-IF
           DISPLAY 'FUTUROS RETIDOS HOJE....: ' WRK-CNT-RETIDO
           DISPLAY 'FUTUROS LIBERADOS HOJE..: ' WRK-CNT-LIBERADO
           DISPLAY 'FUTUROS AINDA RETIDOS...: ' WRK-CNT-MANTIDO
           DISPLAY 'AGUARDANDO APROVACAO....: ' WRK-CNT-APV

           IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
               CLOSE LEDGER-FILE
               PERFORM LIBERA-LOCK
               PERFORM GERA-RELATORIO
               PERFORM CONSOLIDA-RELATORIO-DIA
           END-IF
           IF MODO-SIMULACAO
               PERFORM FECHA-SIMULACAO
           END-IF.

      ***** DISPATCHES ONE TRANFILE DETAIL RECORD (ALREADY IN THE
      ***** TRAN-RECORD AREA): A LETTER IN THE OPCODE COLUMN GOES TO
      ***** THE RUNNING-ACCUMULATOR PATH, ANYTHING ELSE TAKES THE
      ***** CLASSIC PER-RECORD CALCULA-OPERACAO PATH WITH ITS
      ***** SUSPENSE HANDLING. THE RECORD'S OPTIONAL ACCOUNT RIDES
      ***** IN WRK-CONTA THROUGH WHICHEVER PATH IT TAKES.
       PROCESSA-REGISTRO-TRAN.
           MOVE FUNCTION UPPER-CASE(TRAN-CONTA) TO WRK-CONTA
           IF TRAN-DATA-EFETIVA IS NUMERIC
               MOVE TRAN-DATA-EFETIVA TO WRK-DATA-EFETIVA
           ELSE
               MOVE ZEROS TO WRK-DATA-EFETIVA
           END-IF
           PERFORM ROLA-DATA-EFETIVA
           IF WRK-DATA-EFETIVA > WRK-HOJE-AAAAMMDD
               PERFORM GRAVA-PENDENTE
           ELSE
               IF TRAN-RATE-OPCODE = 'T' OR TRAN-RATE-OPCODE = 't'
                   PERFORM CALCULA-TAXA
               ELSE
                   IF TRAN-ACUM-OPCODE IS NOT NUMERIC
                           AND TRAN-ACUM-OPCODE NOT = SPACE
                       PERFORM CALCULA-ACUMULADOR
                   ELSE
                       MOVE TRAN-OPCODE TO WRK-ESCOLHA
                       MOVE TRAN-NUM1 TO WRK-NUM1
                       MOVE TRAN-NUM2 TO WRK-NUM2
                       PERFORM CALCULA-OPERACAO
                       IF OPERACAO-INVALIDA
                           PERFORM GRAVA-SUSPENSO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ***** AN EFFECTIVE DATE THAT FALLS ON A WEEKEND OR HOLIDAY IS
      ***** DUE ON THE NEXT BUSINESS DAY OF THE CALENDAR (BUSCAL).
      ***** THE RECORD ITSELF KEEPS THE DATE AS KEYED.
       ROLA-DATA-EFETIVA.
           IF WRK-DATA-EFETIVA > ZEROS
               MOVE WRK-DATA-EFETIVA TO WRK-CAL-DATA
               PERFORM PROXIMO-DIA-UTIL
               MOVE WRK-CAL-DATA TO WRK-DATA-EFETIVA
           END-IF.

      ***** PARKS A NOT-YET-DUE RECORD, VERBATIM, IN THE PENDENTES
      ***** BATCH NIGHT WHOSE BUSINESS DATE REACHES ITS EFFECTIVE
      ***** DATE (SEE LIBERA-PENDENTES).
       GRAVA-PENDENTE.
           IF MODO-SIMULACAO
               PERFORM PROJETA-FUTURO
           ELSE
               OPEN EXTEND PEND-FILE
               IF WRK-PEND-FS = '35'
                   OPEN OUTPUT PEND-FILE
               END-IF
               MOVE TRAN-RECORD TO PEND-RECORD
               WRITE PEND-RECORD
               CLOSE PEND-FILE
           END-IF
           ADD 1 TO WRK-CNT-RETIDO.

      ***** NIGHTLY SWEEP OF THE WAREHOUSE: EVERY RECORD WHOSE
           MOVE 'N' TO WRK-EOF-PEND
           OPEN INPUT PEND-FILE
           IF WRK-PEND-FS = '00'
               IF NOT MODO-SIMULACAO
                   OPEN OUTPUT PEND-NOVO
               END-IF
               PERFORM UNTIL FIM-PEND-FILE
                   READ PEND-FILE
                       AT END
                           ELSE
                               MOVE ZEROS TO WRK-DATA-EFETIVA
                           END-IF
                           PERFORM ROLA-DATA-EFETIVA
      ***** A MATURED RECORD IS A POSTING, SO IT RIDES THE SAME
      ***** RESTART PROTECTION AS A TRANFILE RECORD: IT TAKES THE
      ***** NEXT WRK-REC-COUNT SLOT, IS SKIPPED WHEN A RERUN'S
      ***** CARRIED FORWARD - IT LEFT THE WAREHOUSE IN THAT EARLIER
      ***** RUN), AND CHECKPOINTS AT THE USUAL INTERVAL. THE ORDER
      ***** IS DETERMINISTIC ACROSS RERUNS OF THE SAME NIGHT: THE
      ***** WAREHOUSE IS ONLY SWAPPED AFTER THE WHOLE SWEEP. A
      ***** WINDOW COPIES EVERY MATURED RECORD, SKIPPED OR NOT, TO
      ***** PENDLIB, WHICH A RERUN BEFORE THE SWAP THEREFORE REWRITES
      ***** WHOLE AND A RERUN AFTER IT NEVER OPENS.
                           IF WRK-DATA-EFETIVA <= WRK-HOJE-AAAAMMDD
                               ADD 1 TO WRK-REC-COUNT
                               ADD 1 TO WRK-CNT-LIBERADO
                               IF NOT DIARIO-ATIVO
                                       AND NOT MODO-SIMULACAO
                                   PERFORM ARQUIVA-LIBERADO
                               END-IF
                               IF WRK-REC-COUNT > WRK-CKPT-RESTART
                                   MOVE PEND-RECORD TO TRAN-RECORD
                                   IF MODO-SIMULACAO
                                       PERFORM PROJETA-FUTURO
                                   END-IF
                                   MOVE 'P' TO WRK-ENT-ORIGEM
                                   PERFORM REGISTRA-ENTRADA-TRAN
                                   PERFORM PROCESSA-REGISTRO-TRAN
                                   IF FUNCTION MOD(WRK-REC-COUNT
                                           WRK-CKPT-INTERVAL) = 0
                                           AND NOT MODO-SIMULACAO
                                       PERFORM GRAVA-CHECKPOINT
                                   END-IF
                               END-IF
                           ELSE
                               IF NOT MODO-SIMULACAO
                                   MOVE PEND-RECORD TO PENDNOVO-RECORD
                                   WRITE PENDNOVO-RECORD
                               END-IF
                               ADD 1 TO WRK-CNT-MANTIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
               IF PENDLIB-ABERTO
                   CLOSE PENDLIB-FILE
                   MOVE 'N' TO WRK-PENDLIB-ABERTO
               END-IF
      ***** A DRY RUN LEAVES THE WAREHOUSE EXACTLY AS IT FOUND IT.
               IF NOT MODO-SIMULACAO
                   CLOSE PEND-NOVO
                   CALL 'CBL_DELETE_FILE' USING WRK-PEND-DSNAME
                   CALL 'CBL_RENAME_FILE' USING WRK-PENDNOVO-DSNAME
                       WRK-PEND-DSNAME
                   IF RETURN-CODE NOT = 0
                       MOVE ZEROS TO RETURN-CODE
                       SET ERRLOG-SEV-SISTEMA TO TRUE
                       MOVE 'PENDENTES' TO WRK-ERRLOG-CAMPO
                       MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                   END-IF
               END-IF
           END-IF.

      ***** PATH, SO THE LEDGER LINE SHOWS THE RESOLVED RATE THE
      ***** POSTING ACTUALLY USED. AN UNKNOWN CODE, OR ONE WITH NO
      ***** EFFECTIVE DATE ON OR BEFORE THE BUSINESS DATE, GOES TO
      ***** SUSPENSE WITH ITS T OPCODE PRESERVED, AS DOES A T RECORD
      ***** WHILE THE CATALOG HAS T SWITCHED OFF.
       CALCULA-TAXA.
           MOVE 'T' TO WRK-OPC-ALVO
           MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
           PERFORM LOCALIZA-OPCODE
           IF WRK-OPC-MATCH = ZEROS
               DISPLAY 'OPCODE T FORA DE VIGENCIA, REGISTRO SUSPENSO'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'OPCODE-INATIVO' TO WRK-ERRLOG-CAMPO
               MOVE 'T' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               PERFORM GRAVA-SUSPENSO-TAXA
           ELSE
               PERFORM CALCULA-TAXA-VIGENTE
           END-IF.

       CALCULA-TAXA-VIGENTE.
           MOVE TRAN-RATE-CODIGO TO WRK-RATE-CODIGO-ALVO
           PERFORM RESOLVE-TAXA
           IF TAXA-ACHADA
      ***** REPOST OF THE UNTOUCHED RECORD RE-RESOLVES IT ONCE THE
      ***** RATE TABLE HAS BEEN FIXED.
       GRAVA-SUSPENSO-TAXA.
           IF MODO-SIMULACAO
               MOVE SPACES TO WRK-SIM-LINHA
               MOVE 'T' TO WRK-SIM-OPCODE
               MOVE TRAN-RATE-NUM1-COLS TO WRK-SIM-NUM1-X
               IF TRAN-NUM2 IS NUMERIC
                   MOVE TRAN-NUM2 TO WRK-SIM-NUM2
               END-IF
               PERFORM PROJETA-SUSPENSO
           ELSE
               PERFORM GRAVA-SUSPENSO-TAXA-ARQ
           END-IF.

       GRAVA-SUSPENSO-TAXA-ARQ.
           IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
               STRING 'SUSPENSE.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-SUSPENSE-DSNAME
           MOVE 'T' TO SUSPENSE-OPCODE-X
           MOVE TRAN-RATE-NUM1-COLS TO SUSPENSE-NUM1-X
           MOVE TRAN-NUM2 TO SUSPENSE-NUM2
           MOVE WRK-CONTA TO SUSPENSE-CONTA
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.

      ***** ACUMULA-LEDGER-DIA).
       CALCULA-ACUMULADOR.
           SET OPERACAO-VALIDA TO TRUE
           SET CONTA-ACEITA TO TRUE
           MOVE FUNCTION UPPER-CASE(TRAN-ACUM-OPCODE)
               TO WRK-ACUM-OPCODE
           MOVE TRAN-NUM1 TO WRK-NUM1
      ***** A LETTER THE CATALOG DOES NOT HAVE IN FORCE TODAY IS
      ***** SUSPENDED JUST LIKE AN UNKNOWN LETTER.
           MOVE WRK-ACUM-OPCODE TO WRK-OPC-ALVO
           MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
           PERFORM LOCALIZA-OPCODE
           IF WRK-OPC-MATCH = ZEROS
               SET OPERACAO-INVALIDA TO TRUE
               IF WRK-OPC-QUALQUER > ZEROS
                   DISPLAY 'OPCODE DE ACUMULADOR FORA DE VIGENCIA, '
                           'REGISTRO SUSPENSO'
                   SET ERRLOG-SEV-NEGOCIO TO TRUE
                   MOVE 'OPCODE-INATIVO' TO WRK-ERRLOG-CAMPO
               ELSE
                   DISPLAY 'OPCODE DE ACUMULADOR INVALIDO, '
                           'REGISTRO SUSPENSO'
                   MOVE 'TRAN-ACUM-OPCOD' TO WRK-ERRLOG-CAMPO
               END-IF
               MOVE WRK-ACUM-OPCODE TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               PERFORM GRAVA-SUSPENSO-ACUM
           ELSE
               EVALUATE WRK-ACUM-OPCODE
                   WHEN 'L'
                       MOVE WRK-NUM1 TO WRK-ACUMULADOR
                   WHEN 'A'
                       ADD WRK-NUM1 TO WRK-ACUMULADOR
                   WHEN 'S'
                       SUBTRACT WRK-NUM1 FROM WRK-ACUMULADOR
                   WHEN 'M'
                       COMPUTE WRK-ACUMULADOR ROUNDED =
                           WRK-ACUMULADOR * WRK-NUM1
                   WHEN 'P'
                       COMPUTE WRK-ACUMULADOR ROUNDED =
                           (WRK-ACUMULADOR * WRK-NUM1) / 100
      ***** ONLY THE G LINE POSTS A VALUE, SO IT IS THE ONE WHOSE
      ***** ACCOUNT IS CHECKED; THE TRACE LINES NAME NO ACCOUNT.
                   WHEN 'G'
                       IF WRK-CONTA NOT = SPACES
                           PERFORM VALIDA-CONTA
                           IF CONTA-RECUSADA
                               SET OPERACAO-INVALIDA TO TRUE
                               PERFORM GRAVA-SUSPENSO-ACUM
                           END-IF
                       END-IF
                   WHEN OTHER
                       SET OPERACAO-INVALIDA TO TRUE
                       DISPLAY 'OPCODE DE ACUMULADOR INVALIDO, '
                               'REGISTRO SUSPENSO'
                       MOVE 'TRAN-ACUM-OPCOD' TO WRK-ERRLOG-CAMPO
                       MOVE WRK-ACUM-OPCODE TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                       PERFORM GRAVA-SUSPENSO-ACUM
               END-EVALUATE
           END-IF

           IF OPERACAO-VALIDA
               PERFORM GRAVA-LEDGER-ACUM
           END-IF.

       GRAVA-LEDGER-ACUM.
           IF MODO-SIMULACAO AND NOT MODO-RECONSTRUCAO
               MOVE WRK-ACUMULADOR TO WRK-SIM-VALOR
               PERFORM PROJETA-LANCAMENTO
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               ACCEPT WRK-LEDGER-HORA FROM TIME
               MOVE WRK-LEDGER-HORA TO LEDGER-HORA-ED
               MOVE WRK-ACUM-OPCODE TO LEDGER-OPCODE-X
               MOVE WRK-NUM1 TO LEDGER-NUM1-ED
               MOVE ZEROS TO LEDGER-NUM2-ED
               MOVE WRK-ACUMULADOR TO LEDGER-RESULT-ED
               MOVE WRK-OPERADOR TO LEDGER-OPERADOR
               IF WRK-ACUM-OPCODE = 'G'
                   MOVE WRK-CONTA TO LEDGER-CONTA
               END-IF
               WRITE LEDGER-RECORD
               ADD 1 TO WRK-RUN-GRAVADOS
               IF WRK-ACUM-OPCODE = 'G' AND NOT MODO-RECONSTRUCAO
                   MOVE WRK-ACUMULADOR TO WRK-CONTA-VALOR
                   PERFORM ATUALIZA-SALDO-CONTA
               END-IF
           END-IF.

      ***** SUSPENSE WRITE FOR A REJECTED ACCUMULATOR RECORD - SAME
      ***** FILE AND SHAPE AS GRAVA-SUSPENSO, BUT THE OPCODE COLUMN
      ***** KEEPS THE OFFENDING LETTER SO SUSPREP SHOWS IT AS KEYED.
       GRAVA-SUSPENSO-ACUM.
           IF MODO-SIMULACAO
               MOVE SPACES TO WRK-SIM-LINHA
               MOVE WRK-ACUM-OPCODE TO WRK-SIM-OPCODE
               MOVE WRK-NUM1 TO WRK-SIM-NUM1
               IF TRAN-NUM2 IS NUMERIC
                   MOVE TRAN-NUM2 TO WRK-SIM-NUM2
               END-IF
               PERFORM PROJETA-SUSPENSO
           ELSE
               PERFORM GRAVA-SUSPENSO-ACUM-ARQ
           END-IF.

       GRAVA-SUSPENSO-ACUM-ARQ.
           IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
               STRING 'SUSPENSE.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-SUSPENSE-DSNAME
           MOVE WRK-ACUM-OPCODE TO SUSPENSE-OPCODE-X
           MOVE WRK-NUM1 TO SUSPENSE-NUM1
           MOVE TRAN-NUM2 TO SUSPENSE-NUM2
           MOVE WRK-CONTA TO SUSPENSE-CONTA
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.

      ***** THE ACCOUNT BALANCES ARE SAVED WITH EVERY CHECKPOINT, SO
      ***** A RESTART THAT SKIPS THE RECORDS ALREADY POSTED FINDS
      ***** THEIR BALANCE MOVEMENTS ALREADY ON THE MASTER.
       GRAVA-CHECKPOINT.
           IF CONTAS-ALTERADAS
               PERFORM GRAVA-CONTAS
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WRK-REC-COUNT TO CKPT-REC-COUNT
           MOVE WRK-ACUMULADOR TO CKPT-ACUMULADOR
           CLOSE CHECKPOINT-FILE.

       GRAVA-SUSPENSO.
           IF MODO-SIMULACAO
               MOVE SPACES TO WRK-SIM-LINHA
               MOVE WRK-ESCOLHA TO WRK-SIM-OPCODE
               MOVE WRK-NUM1 TO WRK-SIM-NUM1
               MOVE WRK-NUM2 TO WRK-SIM-NUM2
               PERFORM PROJETA-SUSPENSO
           ELSE
               PERFORM GRAVA-SUSPENSO-ARQ
           END-IF.

       GRAVA-SUSPENSO-ARQ.
           IF LK-MODO-BATCH NOT OMITTED AND LK-MODO-BATCH = 'B'
               STRING 'SUSPENSE.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-SUSPENSE-DSNAME
           MOVE WRK-ESCOLHA TO SUSPENSE-OPCODE
           MOVE WRK-NUM1 TO SUSPENSE-NUM1
           MOVE WRK-NUM2 TO SUSPENSE-NUM2
           MOVE WRK-CONTA TO SUSPENSE-CONTA
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.

      ***** LOOKS WRK-CONTA UP IN THE ACCOUNT TABLE. ONLY AN OPEN
      ***** ACCOUNT TAKES POSTINGS: AN UNKNOWN, BLOCKED OR CLOSED ONE
      ***** LEAVES CONTA-RECUSADA SET FOR THE CALLER TO SEND THE
      ***** RECORD TO SUSPENSE, AND THE REASON GOES TO ERRORLOG.
       VALIDA-CONTA.
           SET CONTA-ACEITA TO TRUE
           MOVE ZEROS TO WRK-CONTA-MATCH
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                   UNTIL WRK-CONTA-IDX > WRK-CONTA-CNT
                      OR WRK-CONTA-MATCH > 0
               IF WRK-CONTA-NUMERO(WRK-CONTA-IDX) = WRK-CONTA
                   MOVE WRK-CONTA-IDX TO WRK-CONTA-MATCH
               END-IF
           END-PERFORM
           IF WRK-CONTA-MATCH = 0
               SET CONTA-RECUSADA TO TRUE
               DISPLAY 'CONTA ' WRK-CONTA ' INEXISTENTE, '
                       'REGISTRO SUSPENSO'
               MOVE 'CONTA-INEXIST' TO WRK-ERRLOG-CAMPO
           ELSE
               IF WRK-CONTA-STATUS(WRK-CONTA-MATCH) NOT = 'A'
                   SET CONTA-RECUSADA TO TRUE
                   DISPLAY 'CONTA ' WRK-CONTA ' BLOQUEADA OU '
                           'ENCERRADA, REGISTRO SUSPENSO'
                   IF WRK-CONTA-STATUS(WRK-CONTA-MATCH) = 'E'
                       MOVE 'CONTA-ENCERRADA' TO WRK-ERRLOG-CAMPO
                   ELSE
                       MOVE 'CONTA-BLOQUEADA' TO WRK-ERRLOG-CAMPO
                   END-IF
               END-IF
           END-IF
           IF CONTA-RECUSADA
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE WRK-CONTA TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** MOVES THE RUNNING BALANCE OF THE ACCOUNT VALIDA-CONTA
      ***** HAS JUST ACCEPTED BY THE VALUE THE LEDGER LINE POSTED,
      ***** AND ADDS THE SAME VALUE TO THE ACCOUNT'S PENDING DELTA
      ***** FOR GRAVA-CONTAS.
       ATUALIZA-SALDO-CONTA.
           IF WRK-CONTA NOT = SPACES AND WRK-CONTA-MATCH > 0
               ADD WRK-CONTA-VALOR TO WRK-CONTA-SALDO(WRK-CONTA-MATCH)
               MOVE WRK-HOJE-AAAAMMDD TO
                   WRK-CONTA-ULT-MOV(WRK-CONTA-MATCH)
               MOVE ZEROS TO WRK-DELTA-MATCH
               PERFORM VARYING WRK-DELTA-IDX FROM 1 BY 1
                       UNTIL WRK-DELTA-IDX > WRK-DELTA-CNT
                          OR WRK-DELTA-MATCH > 0
                   IF WRK-DELTA-NUMERO(WRK-DELTA-IDX) = WRK-CONTA
                       MOVE WRK-DELTA-IDX TO WRK-DELTA-MATCH
                   END-IF
               END-PERFORM
      ***** ONE DELTA PER ACCOUNT IN THE TABLE, SO THE DELTA TABLE
      ***** CANNOT OUTGROW IT.
               IF WRK-DELTA-MATCH = 0
                   ADD 1 TO WRK-DELTA-CNT
                   MOVE WRK-DELTA-CNT TO WRK-DELTA-MATCH
                   MOVE WRK-CONTA TO WRK-DELTA-NUMERO(WRK-DELTA-MATCH)
                   MOVE ZEROS TO WRK-DELTA-VALOR(WRK-DELTA-MATCH)
                   MOVE 'N' TO WRK-DELTA-APLICADO(WRK-DELTA-MATCH)
               END-IF
               ADD WRK-CONTA-VALOR TO WRK-DELTA-VALOR(WRK-DELTA-MATCH)
               MOVE WRK-HOJE-AAAAMMDD TO
                   WRK-DELTA-ULT-MOV(WRK-DELTA-MATCH)
               SET CONTAS-ALTERADAS TO TRUE
           END-IF.

      ***** LOADS THE ACCOUNT MASTER INTO WRK-CONTA-TAB. WORKING-
      ***** STORAGE SURVIVES BETWEEN CALLS, SO THE TABLE AND THE
      ***** PENDING DELTAS ARE CLEARED FIRST. NO MASTER MEANS NO
      ***** ACCOUNTS - A POSTING THAT NAMES ONE IS THEN REFUSED AS
      ***** UNKNOWN.
       CARREGA-CONTAS.
           MOVE ZEROS TO WRK-CONTA-CNT WRK-DELTA-CNT
           MOVE 'N' TO WRK-CONTA-CHEIA
           MOVE 'N' TO WRK-CONTA-ALTERADA
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
               ELSE
                   MOVE ZEROS TO WRK-CONTA-SALDO(WRK-CONTA-CNT)
               END-IF
               MOVE ACCT-ULT-MOV TO WRK-CONTA-ULT-MOV(WRK-CONTA-CNT)
               MOVE ACCT-TITULAR TO WRK-CONTA-TITULAR(WRK-CONTA-CNT)
           ELSE
               SET CONTA-TABELA-CHEIA TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-CONTA-MAX' TO WRK-ERRLOG-CAMPO
               MOVE WRK-ACCT-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               SET FIM-ACCT-FILE TO TRUE
           END-IF.

      ***** REWRITES THE ACCOUNT MASTER THROUGH THE SIDE FILE AND
      ***** SWAPS IT IN. THE MASTER IS READ AGAIN AS IT STANDS NOW
      ***** AND COPIED LINE FOR LINE, WITH ONLY THE PENDING DELTAS
      ***** ADDED TO THE BALANCES THEY MOVED - THE TABLE LOADED AT THE
      ***** START OF THE RUN IS NEVER WRITTEN BACK. A DELTA WHOSE
      ***** ACCOUNT IS NO LONGER ON THE MASTER CANNOT BE APPLIED AND
      ***** IS LOGGED.
       GRAVA-CONTAS.
           MOVE 'N' TO WRK-EOF-ACCT
           OPEN INPUT ACCT-FILE
           IF WRK-ACCT-FS NOT = '00'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'ACCTMAST' TO WRK-ERRLOG-CAMPO
               MOVE 'SALDOS NAO GRAVADOS' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               OPEN OUTPUT ACCT-NOVO
               PERFORM UNTIL FIM-ACCT-FILE
                   READ ACCT-FILE
                       AT END
                           SET FIM-ACCT-FILE TO TRUE
                       NOT AT END
                           PERFORM REGRAVA-CONTA
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
               CLOSE ACCT-NOVO
               CALL 'CBL_DELETE_FILE' USING WRK-ACCT-DSNAME
               CALL 'CBL_RENAME_FILE' USING WRK-ACCTNOVO-DSNAME
                   WRK-ACCT-DSNAME
               IF RETURN-CODE NOT = 0
                   MOVE ZEROS TO RETURN-CODE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'ACCTMAST' TO WRK-ERRLOG-CAMPO
                   MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               END-IF
               PERFORM VARYING WRK-DELTA-IDX FROM 1 BY 1
                       UNTIL WRK-DELTA-IDX > WRK-DELTA-CNT
                   IF NOT DELTA-APLICADO(WRK-DELTA-IDX)
                       SET ERRLOG-SEV-SISTEMA TO TRUE
                       MOVE 'CONTA-SEM-SALDO' TO WRK-ERRLOG-CAMPO
                       MOVE WRK-DELTA-NUMERO(WRK-DELTA-IDX)
                           TO WRK-ERRLOG-VALOR
                       PERFORM GRAVA-ERRLOG
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZEROS TO WRK-DELTA-CNT
           MOVE 'N' TO WRK-CONTA-ALTERADA.

      ***** ONE MASTER LINE TO THE SIDE FILE, WITH ITS PENDING DELTA
      ***** (IF ANY) ADDED. A BALANCE THAT DOES NOT PARSE COUNTS AS
      ***** ZERO, AS IN GUARDA-CONTA.
       REGRAVA-CONTA.
           MOVE ACCT-RECORD TO WRK-ACCT-LINHA
           MOVE ZEROS TO WRK-DELTA-MATCH
           IF ACCT-NUMERO NOT = SPACES
               PERFORM VARYING WRK-DELTA-IDX FROM 1 BY 1
                       UNTIL WRK-DELTA-IDX > WRK-DELTA-CNT
                          OR WRK-DELTA-MATCH > 0
                   IF WRK-DELTA-NUMERO(WRK-DELTA-IDX) = ACCT-NUMERO
                       MOVE WRK-DELTA-IDX TO WRK-DELTA-MATCH
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-DELTA-MATCH > 0
               IF ACCT-SALDO IS NOT NUMERIC
                   MOVE ZEROS TO WRK-ACCT-SALDO
               END-IF
               ADD WRK-DELTA-VALOR(WRK-DELTA-MATCH) TO WRK-ACCT-SALDO
               MOVE WRK-DELTA-ULT-MOV(WRK-DELTA-MATCH)
                   TO WRK-ACCT-ULT-MOV
               SET DELTA-APLICADO(WRK-DELTA-MATCH) TO TRUE
           END-IF
           WRITE ACCTNOVO-RECORD FROM WRK-ACCT-LINHA.

      ***** REPOST PATH DRIVEN BY SUSPREP (LK-MODO-BATCH = 'R').
      ***** READS THE CORRECTED SUSPENSE RECORDS SUSPREP QUEUED INTO
      ***** REPOSTFILE AND RUNS EACH ONE THROUGH THE SAME DISPATCH
      ***** NOT FLAG ITS SUSPENSE RECORDS AS WORKED.
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-LEDGER-DSNAME
               END-STRING
               MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
               MOVE WRK-HOJE-AAAAMMDD TO WRK-LCK-DATA
               MOVE 'R' TO WRK-LCK-MODO
               MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
               PERFORM ADQUIRE-LOCK
               IF LCK-RETIDO
                   PERFORM EXECUTA-REPOSTO
               ELSE
                   MOVE '08' TO WRK-COD-SAIDA
               END-IF
           END-IF.

      ***** TODAY'S UNSUFFIXED LEDGER IS ALREADY NAMED AND HELD.
       EXECUTA-REPOSTO.
           OPEN EXTEND LEDGER-FILE
           IF WRK-LEDGER-FS = '35'
               OPEN OUTPUT LEDGER-FILE
      ***** RECORD RE-RESOLVES AGAINST THE FIXED RATE TABLE AND
      ***** LETTER OPCODES REPLAY AGAINST A FRESH ACCUMULATOR.
           MOVE ZEROS TO WRK-ACUMULADOR
           PERFORM CARREGA-CONTAS
           MOVE 'N' TO WRK-EOF-REPOST
           OPEN INPUT REPOST-FILE
           IF WRK-REPOST-FS = '00'
               PERFORM REGISTRA-ENTRADA-INICIO
               PERFORM UNTIL FIM-REPOST-FILE
                   READ REPOST-FILE
                       AT END
                           SET FIM-REPOST-FILE TO TRUE
                       NOT AT END
                           MOVE REPOST-RECORD TO TRAN-RECORD
                           MOVE 'R' TO WRK-ENT-ORIGEM
                           PERFORM REGISTRA-ENTRADA-TRAN
                           PERFORM PROCESSA-REGISTRO-TRAN
                   END-READ
               END-PERFORM
               MOVE '08' TO WRK-COD-SAIDA
           END-IF

           IF CONTAS-ALTERADAS
               PERFORM GRAVA-CONTAS
           END-IF
           CLOSE LEDGER-FILE
           PERFORM LIBERA-LOCK
           PERFORM CONSOLIDA-RELATORIO-DIA.

      ***** APPROVAL PATH DRIVEN BY APROVMNT (LK-MODO-BATCH = 'A').
      ***** POSTS THE ONE APPROVED ITEM QUEUED IN APROVFILE INTO THE
      ***** UNSUFFIXED LEDGER OF THE DATE IT WAS HELD ON - DAYCLOSE
      ***** KEEPS THAT DATE OPEN WHILE THE ITEM WAITS - THROUGH THE
      ***** NORMAL CALCULA-OPERACAO PATH, SO THE ACCOUNT, CATALOG
      ***** AND DIVISOR RULES ARE APPLIED AGAIN AT POSTING TIME. THE
      ***** LEDGER AND MEMO LINES CARRY WHO KEYED THE POSTING; THE
      ***** ERRORLOG CARRIES THE APPROVER, WHO IS THE CALLER'S
      ***** OPERATOR. '04' MEANS THE ITEM NO LONGER POSTS AND WENT TO
      ***** SUSPENSE INSTEAD; '08' MEANS NOTHING WAS DONE.
       PROCESSA-APROVADO.
           OPEN INPUT APROVADO-FILE
           IF WRK-APROVADO-FS NOT = '00'
               DISPLAY 'ARQUIVO DE APROVADOS AUSENTE OU '
                       'INACESSIVEL, APROVACAO IGNORADA'
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               READ APROVADO-FILE
                   AT END
                       DISPLAY 'ARQUIVO DE APROVADOS VAZIO, '
                               'APROVACAO IGNORADA'
                       MOVE '08' TO WRK-COD-SAIDA
                   NOT AT END
                       PERFORM EXECUTA-APROVADO
               END-READ
               CLOSE APROVADO-FILE
           END-IF.

       EXECUTA-APROVADO.
           MOVE APROVADO-DATA TO WRK-HOJE-AAAAMMDD
           PERFORM VERIFICA-DIA-FECHADO
           IF DIA-FECHADO
               DISPLAY 'DIA ' WRK-HOJE-AAAAMMDD ' JA FECHADO PARA '
                       'LANCAMENTOS, APROVACAO RECUSADA'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'DIA-FECHADO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-HOJE-AAAAMMDD TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-LEDGER-DSNAME
               END-STRING
               MOVE WRK-LEDGER-DSNAME TO WRK-LCK-DSNAME
               MOVE WRK-HOJE-AAAAMMDD TO WRK-LCK-DATA
               MOVE 'A' TO WRK-LCK-MODO
               MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
               PERFORM ADQUIRE-LOCK
               IF LCK-RETIDO
                   PERFORM POSTA-APROVADO
               ELSE
                   MOVE '08' TO WRK-COD-SAIDA
               END-IF
           END-IF.

      ***** THE HELD DATE'S UNSUFFIXED LEDGER IS ALREADY NAMED AND
      ***** HELD; THE REGISTRY CARRIES THE APPROVER, THE LEDGER LINE
      ***** THE KEYER.
       POSTA-APROVADO.
           OPEN EXTEND LEDGER-FILE
           IF WRK-LEDGER-FS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO WRK-MEMO-DSNAME
           MOVE APROVADO-OPCODE TO WRK-ESCOLHA
           MOVE APROVADO-NUM1 TO WRK-NUM1
           MOVE APROVADO-NUM2 TO WRK-NUM2
           MOVE APROVADO-CONTA TO WRK-CONTA
           MOVE APROVADO-MEMO TO WRK-MEMO-TEXTO
           MOVE APROVADO-DIGITADOR TO WRK-OPERADOR
           PERFORM CARREGA-CONTAS
           MOVE 'A' TO WRK-ENT-ORIGEM
           PERFORM REGISTRA-ENTRADA-LANCAMENTO
           SET LANCAMENTO-APROVADO TO TRUE
           PERFORM CALCULA-OPERACAO
           SET LANCAMENTO-A-APROVAR TO TRUE
           IF OPERACAO-INVALIDA
               MOVE SPACES TO WRK-SUSPENSE-DSNAME
               PERFORM GRAVA-SUSPENSO
               MOVE SPACES TO WRK-MEMO-TEXTO
               MOVE '04' TO WRK-COD-SAIDA
           END-IF
           IF CONTAS-ALTERADAS
               PERFORM GRAVA-CONTAS
           END-IF
           CLOSE LEDGER-FILE
           PERFORM LIBERA-LOCK
           MOVE SPACES TO WRK-MEMO-DSNAME
           PERFORM CONSOLIDA-RELATORIO-DIA.

      ***** DRY RUN DRIVEN BY EX2SIMUL (LK-MODO-BATCH = 'S'). THE
      ***** TRANFILE GOES THROUGH EXACTLY THE DISPATCH A BATCH WINDOW
      ***** USES (EXECUTA-LOTE) - RATE RESOLUTION, ACCUMULATOR CHAINS,
      ***** THE DIVIDE-BY-ZERO AND ACCOUNT CHECKS, THE APPROVAL LIMIT
      ***** AND THE PENDENTES SWEEP - BUT NOTHING IS WRITTEN: NO
      ***** LEDGER, CHECKPOINT, SUSPENSE, PENDENTES, APROVPEND, ACCOUNT
      ***** MASTER, LOCK, RUNLOG OR ERRORLOG RECORD. EACH WRITE THE
      ***** POSTING RUN WOULD MAKE BECOMES A LINE OR A TALLY ON
      ***** SIMUL.yyyymmddBB, WHICH ENDS WITH THE PROJECTED DAY
      ***** RECONCILED AGAINST CONTROLFILE. '04' WHEN THE PROJECTION
      ***** HAS SOMETHING TO LOOK AT BEFORE THE LOT IS RELEASED;
      ***** '08' WHEN THERE WAS NO TRANFILE TO SIMULATE.
       PROCESSA-SIMULACAO.
           SET MODO-SIMULACAO TO TRUE
           SET ERRLOG-SUPRIMIDO TO TRUE
           SET NOTIF-SUPRIMIDO TO TRUE
           MOVE 'N' TO WRK-SIM-ALERTA
           MOVE ZEROS TO WRK-SIM-LINHAS WRK-SIM-RASTRO
                         WRK-SIM-SUSPENSOS
           INITIALIZE WRK-SIM-OPC-TAB
           MOVE SPACES TO WRK-REPORT-DSNAME
           ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           PERFORM VERIFICA-DIA-FECHADO
           PERFORM EXECUTA-LOTE
           MOVE 'N' TO WRK-ERRLOG-SUPRIME WRK-NTF-SUPRIME
           MOVE 'N' TO WRK-SIMULACAO
           IF WRK-REPORT-DSNAME = SPACES
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               IF SIMULACAO-COM-ALERTA
                   MOVE '04' TO WRK-COD-SAIDA
               END-IF
           END-IF.

      ***** OPENS THE DRY-RUN REPORT ONCE THE HEADER HAS GIVEN THE
      ***** BATCH-ID, AND STATES UP FRONT ANYTHING THAT WOULD MAKE THE
      ***** REAL RUN REFUSE THE LOT: A CLOSED DAY OR A WINDOW LEDGER
      ***** ALREADY HELD IN LEDGLOCK. A NON-BUSINESS DATE, WHICH THE
      ***** REAL RUN ONLY WARNS ABOUT, IS NOTED WITHOUT AN ALERT.
       INICIA-SIMULACAO.
           MOVE SPACES TO WRK-REPORT-DSNAME
           STRING 'SIMUL.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-REPORT-DSNAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE 'SIMULACAO DE LOTE - EX2 (NADA FOI LANCADO)'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DATA DE NEGOCIO.: ' WRK-HOJE-AAAAMMDD
                   '  BATCH-ID: ' WRK-BATCH-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WRK-CKPT-RESTART > ZEROS
               MOVE SPACES TO REPORT-LINE
               STRING 'REINICIO APOS O REGISTRO ' WRK-CKPT-RESTART
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF DIA-FECHADO
               MOVE 'ATENCAO: DIA JA FECHADO - O LOTE SERIA RECUSADO'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET SIMULACAO-COM-ALERTA TO TRUE
           END-IF
           MOVE WRK-HOJE-AAAAMMDD TO WRK-CAL-DATA
           PERFORM VERIFICA-DIA-UTIL
           IF CAL-DIA-NAO-UTIL
               MOVE 'AVISO: DATA NAO E DIA UTIL NO CALENDARIO (BUSCAL)'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WRK-LCK-DSNAME
           STRING 'LEDGER.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-LCK-DSNAME
           END-STRING
           PERFORM CONSULTA-LOCK
           IF LCK-OCUPADO
               MOVE SPACES TO REPORT-LINE
               STRING 'ATENCAO: ' WRK-LCK-DSNAME DELIMITED BY SPACE
                       ' EM USO - O LOTE SERIA RECUSADO'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '         POR ' WRK-LCK-DONO-OPERADOR ' ('
                       WRK-LCK-DONO-PROGRAMA ' MODO '
                       WRK-LCK-DONO-MODO ') DESDE '
                       WRK-LCK-DONO-DATA
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               SET SIMULACAO-COM-ALERTA TO TRUE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TIPO REG.NUM O     NUM1     NUM2 MOTIVO          CONTA'
               TO REPORT-LINE
           WRITE REPORT-LINE.

      ***** STANDS IN FOR A LEDGER WRITE: WRK-SIM-VALOR IS THE VALUE
      ***** THE LINE WOULD CARRY IN ITS RESULT COLUMN AND WRK-OPC-MATCH
      ***** ITS CATALOG ENTRY. ONLY A LINE WITH A REPORT BUCKET COUNTS
      ***** TOWARDS THE TOTALS, AS IN CLASSIFICA-LINHA-LEDGER; THE
      ***** L/A/S/M/P TRACE LINES ARE ONLY COUNTED.
       PROJETA-LANCAMENTO.
           ADD 1 TO WRK-SIM-LINHAS
           IF WRK-OPC-MATCH > ZEROS
               IF WRK-OPC-GRP-IDX(WRK-OPC-MATCH) > ZEROS
                   ADD 1 TO WRK-SIM-OPC-QTDE(WRK-OPC-MATCH)
                   ADD WRK-SIM-VALOR TO WRK-SIM-OPC-DOLAR(WRK-OPC-MATCH)
               ELSE
                   ADD 1 TO WRK-SIM-RASTRO
               END-IF
           END-IF.

      ***** STANDS IN FOR A SUSPENSE WRITE. THE CALLER HAS FILLED THE
      ***** OPCODE AND AMOUNTS; THE REASON IS THE CONDITION THE
      ***** VALIDATION JUST SET FOR ERRORLOG.
       PROJETA-SUSPENSO.
           MOVE 'SUSP' TO WRK-SIM-TIPO
           EVALUATE WRK-ERRLOG-CAMPO
               WHEN 'WRK-ESCOLHA'
               WHEN 'TRAN-ACUM-OPCOD'
                   MOVE 'OPCODE-INVALIDO' TO WRK-SIM-MOTIVO
               WHEN 'WRK-NUM2'
                   MOVE 'DIVISAO-ZERO' TO WRK-SIM-MOTIVO
               WHEN 'TRAN-RATE-CODIG'
                   MOVE 'TAXA-SEM-VIGENC' TO WRK-SIM-MOTIVO
               WHEN OTHER
                   MOVE WRK-ERRLOG-CAMPO TO WRK-SIM-MOTIVO
           END-EVALUATE
           MOVE WRK-CONTA TO WRK-SIM-CONTA
           PERFORM ESCREVE-LINHA-SIMULACAO
           ADD 1 TO WRK-SIM-SUSPENSOS
           SET SIMULACAO-COM-ALERTA TO TRUE.

      ***** STANDS IN FOR A PENDENTES WRITE (RETE) OR LISTS A HELD
      ***** RECORD THE SWEEP WOULD RELEASE TONIGHT (LIBE), FROM THE
      ***** RECORD IN TRAN-RECORD AND ITS DATE IN WRK-DATA-EFETIVA.
       PROJETA-FUTURO.
           MOVE SPACES TO WRK-SIM-LINHA
           IF WRK-DATA-EFETIVA > WRK-HOJE-AAAAMMDD
               MOVE 'RETE' TO WRK-SIM-TIPO
           ELSE
               MOVE 'LIBE' TO WRK-SIM-TIPO
           END-IF
           MOVE TRAN-ACUM-OPCODE TO WRK-SIM-OPCODE
           IF TRAN-RATE-OPCODE = 'T' OR TRAN-RATE-OPCODE = 't'
               MOVE TRAN-RATE-NUM1-COLS TO WRK-SIM-NUM1-X
           ELSE
               IF TRAN-NUM1 IS NUMERIC
                   MOVE TRAN-NUM1 TO WRK-SIM-NUM1
               END-IF
           END-IF
           IF TRAN-NUM2 IS NUMERIC
               MOVE TRAN-NUM2 TO WRK-SIM-NUM2
           END-IF
           STRING 'DATA ' WRK-DATA-EFETIVA DELIMITED BY SIZE
                   INTO WRK-SIM-MOTIVO
           END-STRING
           MOVE FUNCTION UPPER-CASE(TRAN-CONTA) TO WRK-SIM-CONTA
           PERFORM ESCREVE-LINHA-SIMULACAO.

       ESCREVE-LINHA-SIMULACAO.
           IF NOT MODO-RECONSTRUCAO
               MOVE WRK-REC-COUNT TO WRK-SIM-REG
               MOVE WRK-SIM-LINHA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      ***** CLOSING SECTIONS OF THE DRY-RUN REPORT: THE LOT'S
      ***** PROJECTED COUNTS AND DOLLARS PER OPCODE, WHAT WOULD BE
      ***** SUSPENDED, HELD AND RELEASED, AND THEN THE DAY AS IT WOULD
      ***** STAND AFTER THE LOT - TODAY'S LEDGERS ALREADY ON DISK PLUS
      ***** THE PROJECTION - RECONCILED AGAINST CONTROLFILE EXACTLY AS
      ***** CONSOLIDA-RELATORIO-DIA WILL RECONCILE IT AFTER POSTING.
       FECHA-SIMULACAO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PROJECAO DO LOTE POR OPCODE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WRK-SIM-TOTAL
           PERFORM VARYING WRK-OPC-IDX FROM 1 BY 1
                   UNTIL WRK-OPC-IDX > WRK-OPC-CNT
               IF WRK-SIM-OPC-QTDE(WRK-OPC-IDX) > ZEROS
                   MOVE WRK-SIM-OPC-QTDE(WRK-OPC-IDX) TO WRK-SIM-QTDE-ED
                   MOVE WRK-SIM-OPC-DOLAR(WRK-OPC-IDX)
                       TO WRK-SIM-DOLAR-ED
                   ADD WRK-SIM-OPC-DOLAR(WRK-OPC-IDX) TO WRK-SIM-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OPCODE ' WRK-OPC-CODIGO(WRK-OPC-IDX) ' '
                           WRK-OPC-DESCRICAO(WRK-OPC-IDX) ' '
                           WRK-SIM-QTDE-ED ' ' WRK-SIM-DOLAR-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WRK-SIM-TOTAL TO WRK-SIM-DOLAR-ED
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL DO LOTE....: ' WRK-SIM-DOLAR-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LINHAS DE LEDGER.: ' WRK-SIM-LINHAS
                   ' (RASTRO ' WRK-SIM-RASTRO ')'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENSOS........: ' WRK-SIM-SUSPENSOS
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'P/ APROVACAO.....: ' WRK-CNT-APV
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
      ***** A POSTING RUN PARKS TONIGHT'S FUTURE-DATED RECORDS BEFORE
      ***** THE SWEEP AND THEN FINDS THEM STILL WAITING, SO ITS
      ***** EM ESPERA FIGURE INCLUDES THEM - THE PROJECTION MATCHES.
           ADD WRK-CNT-MANTIDO WRK-CNT-RETIDO GIVING WRK-SIM-EM-ESPERA
           MOVE SPACES TO REPORT-LINE
           STRING 'FUTUROS RETIDOS.: ' WRK-CNT-RETIDO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FUTUROS LIBERADOS: ' WRK-CNT-LIBERADO
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FUTUROS EM ESPERA: ' WRK-SIM-EM-ESPERA
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM ACUMULA-LEDGERS-DIA
           PERFORM VARYING WRK-OPC-IDX FROM 1 BY 1
                   UNTIL WRK-OPC-IDX > WRK-OPC-CNT
               IF WRK-SIM-OPC-QTDE(WRK-OPC-IDX) > ZEROS
                   MOVE WRK-OPC-GRP-IDX(WRK-OPC-IDX) TO WRK-GRP-MATCH
                   ADD WRK-SIM-OPC-QTDE(WRK-OPC-IDX)
                       TO WRK-GRP-QTDE(WRK-GRP-MATCH)
                   ADD WRK-SIM-OPC-DOLAR(WRK-OPC-IDX)
                       TO WRK-GRP-DOLAR(WRK-GRP-MATCH)
                   ADD WRK-SIM-OPC-DOLAR(WRK-OPC-IDX)
                       TO WRK-TOTAL-GERAL
               END-IF
           END-PERFORM
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-GERAL-ED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DIA PROJETADO (JA LANCADO + ESTE LOTE)' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM ESCREVE-CORPO-RELATORIO
           PERFORM RECONCILIA
           IF CTRL-DIVERGENTE
               SET SIMULACAO-COM-ALERTA TO TRUE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'SIMULACAO GRAVADA EM ' WRK-REPORT-DSNAME
           DISPLAY 'SUSPENSOS PREVISTOS.....: ' WRK-SIM-SUSPENSOS
           IF CTRL-DIVERGENTE
               DISPLAY 'RECONCILIACAO PROJETADA DIVERGE DO CONTROLFILE'
           END-IF.

      ***** COPIES THE LOT, AS READ, ONTO THE END OF THE WINDOW'S
      ***** TRANARQ.yyyymmddBB. A TRANFILE WITHOUT A HEADER GETS ONE,
      ***** SO EVERY LOT IN THE ARCHIVE STARTS UNDER ITS OWN HEADER
      ***** AND ITS REPLAY RESTARTS THE ACCUMULATOR AS THE POSTING DID.
       ARQUIVA-TRANFILE.
           MOVE SPACES TO WRK-TRANARQ-DSNAME
           STRING 'TRANARQ.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-TRANARQ-DSNAME
           END-STRING
           MOVE 'N' TO WRK-EOF-TRANCOPIA
           OPEN INPUT TRANCOPIA-FILE
           IF WRK-TRANCOPIA-FS = '00'
               OPEN EXTEND TRANARQ-FILE
               IF WRK-TRANARQ-FS = '35'
                   OPEN OUTPUT TRANARQ-FILE
               END-IF
               MOVE ZEROS TO WRK-TRANARQ-LOTES
               PERFORM UNTIL FIM-TRANCOPIA-FILE
                   READ TRANCOPIA-FILE
                       AT END
                           SET FIM-TRANCOPIA-FILE TO TRUE
                       NOT AT END
                           IF WRK-TRANARQ-LOTES = ZEROS
                                   AND TRANCOPIA-OPCODE NOT = '0'
                               MOVE SPACES TO TRANARQ-RECORD
                               STRING '0 ' WRK-BATCH-ID
                                       DELIMITED BY SIZE
                                       INTO TRANARQ-RECORD
                               END-STRING
                               WRITE TRANARQ-RECORD
                           END-IF
                           MOVE 1 TO WRK-TRANARQ-LOTES
                           MOVE TRANCOPIA-RECORD TO TRANARQ-RECORD
                           WRITE TRANARQ-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANARQ-FILE
               CLOSE TRANCOPIA-FILE
           ELSE
               DISPLAY 'TRANFILE NAO COPIADO PARA ' WRK-TRANARQ-DSNAME
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'TRANARQ' TO WRK-ERRLOG-CAMPO
               MOVE 'COPIA NAO GRAVADA' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** ONE MATURED PENDENTES RECORD, VERBATIM, TO THE WINDOW'S
      ***** PENDLIB.yyyymmddBB, OPENED AT THE FIRST ONE OF THE SWEEP.
       ARQUIVA-LIBERADO.
           IF NOT PENDLIB-ABERTO
               MOVE SPACES TO WRK-PENDLIB-DSNAME
               STRING 'PENDLIB.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-PENDLIB-DSNAME
               END-STRING
               OPEN OUTPUT PENDLIB-FILE
               MOVE 'S' TO WRK-PENDLIB-ABERTO
           END-IF
           MOVE PEND-RECORD TO PENDLIB-RECORD
           WRITE PENDLIB-RECORD.

      ***** LEDGENT LINES. THE CALLER HAS SET WRK-ENT-ORIGEM; THE
      ***** POSTING IS JOURNALED AS IT GOES IN, UNDER WHOEVER IS IN
      ***** WRK-OPERADOR. A BATCH WINDOW, A DRY RUN AND A REBUILD
      ***** WRITE NONE.
       REGISTRA-ENTRADA-INICIO.
           MOVE SPACES TO WRK-ENT-IMAGEM
           MOVE WRK-ACUMULADOR TO WRK-ENT-NUM1
           MOVE 'H' TO WRK-ENT-ORIGEM
           PERFORM GRAVA-ENTRADA.

       REGISTRA-ENTRADA-LANCAMENTO.
           MOVE SPACES TO WRK-ENT-IMAGEM
           MOVE WRK-ESCOLHA TO WRK-ENT-OPCODE
           MOVE WRK-NUM1 TO WRK-ENT-NUM1
           MOVE WRK-NUM2 TO WRK-ENT-NUM2
           MOVE WRK-CONTA TO WRK-ENT-CONTA
           PERFORM GRAVA-ENTRADA.

       REGISTRA-ENTRADA-TRAN.
           MOVE TRAN-RECORD TO WRK-ENT-IMAGEM
           PERFORM GRAVA-ENTRADA.

       GRAVA-ENTRADA.
           IF DIARIO-ATIVO AND NOT MODO-SIMULACAO
               MOVE SPACES TO WRK-ENTRADA-DSNAME
               STRING 'LEDGENT.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-ENTRADA-DSNAME
               END-STRING
               OPEN EXTEND ENTRADA-FILE
               IF WRK-ENTRADA-FS = '35'
                   OPEN OUTPUT ENTRADA-FILE
               END-IF
               MOVE SPACES TO ENTRADA-RECORD
               MOVE WRK-ENT-ORIGEM TO ENT-ORIGEM
               MOVE WRK-OPERADOR TO ENT-OPERADOR
               ACCEPT ENT-HORA FROM TIME
               MOVE WRK-ENT-IMAGEM TO ENT-REGISTRO
               WRITE ENTRADA-RECORD
               CLOSE ENTRADA-FILE
           END-IF.

      ***** LEDGER REBUILD DRIVEN BY LEDGREC (LK-MODO-BATCH = 'X').
      ***** REPLAYS THE ARCHIVED INPUTS OF ONE LEDGER THROUGH THE
      ***** POSTING PATHS THAT WROTE IT, AS OF ITS BUSINESS DATE (SO
      ***** THE CATALOG AND THE RATETAB RATES ARE THOSE IN FORCE THAT
      ***** DAY), INTO LEDGREB.yyyymmdd[BB]. A WINDOW (BATCH-ID 01-10)
      ***** REPLAYS TRANARQ AND PENDLIB; THE UNSUFFIXED LEDGER
      ***** REPLAYS LEDGENT. NOTHING ELSE IS WRITTEN: NO SUSPENSE,
      ***** PENDENTES, APROVPEND, ACCOUNT MASTER, MEMO, CHECKPOINT,
      ***** LOCK OR ERRORLOG RECORD - EVERY ONE OF THEM WAS ALREADY
      ***** WRITTEN BY THE ORIGINAL POSTING. '08' WHEN THERE WAS
      ***** NOTHING ARCHIVED TO REPLAY.
       PROCESSA-RECONSTRUCAO.
           IF LK-PARM-RECONST OMITTED
               DISPLAY 'DATA E BATCH-ID DA RECONSTRUCAO AUSENTES, '
                       'NADA RECONSTRUIDO'
               MOVE '08' TO WRK-COD-SAIDA
           ELSE
               PERFORM EXECUTA-RECONSTRUCAO
           END-IF.

       EXECUTA-RECONSTRUCAO.
           SET MODO-RECONSTRUCAO TO TRUE
           SET ERRLOG-SUPRIMIDO TO TRUE
           SET NOTIF-SUPRIMIDO TO TRUE
           MOVE ZEROS TO WRK-REC-COUNT WRK-ACUMULADOR WRK-RUN-GRAVADOS
                         WRK-CNT-RETIDO WRK-CNT-APV WRK-CKPT-RESTART
                         WRK-SIM-SUSPENSOS WRK-SIM-LINHAS WRK-SIM-RASTRO
           INITIALIZE WRK-SIM-OPC-TAB
           MOVE 'N' TO WRK-REC-ENTRADAS WRK-PENDLIB-REPETIDO
           MOVE SPACES TO WRK-MEMO-TEXTO
           SET LANCAMENTO-A-APROVAR TO TRUE
           MOVE LK-REC-DATA TO WRK-HOJE-AAAAMMDD
           MOVE LK-REC-BATCH-ID TO WRK-BATCH-ID
           MOVE SPACES TO WRK-LEDGER-DSNAME
           IF WRK-BATCH-ID > ZEROS
               STRING 'LEDGREB.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
           ELSE
               STRING 'LEDGREB.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                       INTO WRK-LEDGER-DSNAME
               END-STRING
           END-IF
           OPEN OUTPUT LEDGER-FILE
           PERFORM CARREGA-CONTAS
           IF WRK-BATCH-ID > ZEROS
               PERFORM RECONSTROI-JANELA
           ELSE
               PERFORM RECONSTROI-SESSAO
           END-IF
           CLOSE LEDGER-FILE
           MOVE 'N' TO WRK-ERRLOG-SUPRIME WRK-NTF-SUPRIME
           MOVE 'N' TO WRK-SIMULACAO
           IF RECONST-COM-ENTRADAS
               DISPLAY 'LEDGER RECONSTRUIDO EM ' WRK-LEDGER-DSNAME
               DISPLAY 'ENTRADAS REPETIDAS......: ' WRK-REC-COUNT
               DISPLAY 'LINHAS RECONSTRUIDAS....: ' WRK-RUN-GRAVADOS
               DISPLAY 'SUSPENSOS NA REPETICAO..: ' WRK-SIM-SUSPENSOS
               DISPLAY 'RETIDOS P/ APROVACAO....: ' WRK-CNT-APV
               DISPLAY 'FUTUROS RETIDOS.........: ' WRK-CNT-RETIDO
           ELSE
               DISPLAY 'NENHUMA ENTRADA ARQUIVADA PARA '
                       WRK-HOJE-AAAAMMDD ' BATCH-ID ' WRK-BATCH-ID
                       ', LEDGER NAO RECONSTRUIDO'
               MOVE '08' TO WRK-COD-SAIDA
           END-IF
           MOVE ZEROS TO WRK-DELTA-CNT
           MOVE 'N' TO WRK-CONTA-ALTERADA
           MOVE SPACES TO WRK-LEDGER-DSNAME.

      ***** A WINDOW'S LOTS IN THE ORDER THEY RAN, EACH FROM A ZERO
      ***** ACCUMULATOR UNDER ITS HEADER. THE NIGHT'S PENDENTES
      ***** RELEASES CAME OUT OF THE SWEEP THAT FOLLOWED THE FIRST
      ***** LOT, SO THEY GO IN BEFORE THE SECOND HEADER (OR AT THE END).
       RECONSTROI-JANELA.
           MOVE SPACES TO WRK-TRANARQ-DSNAME
           STRING 'TRANARQ.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-TRANARQ-DSNAME
           END-STRING
           MOVE ZEROS TO WRK-TRANARQ-LOTES
           MOVE 'N' TO WRK-EOF-TRANARQ
           OPEN INPUT TRANARQ-FILE
           IF WRK-TRANARQ-FS = '00'
               SET RECONST-COM-ENTRADAS TO TRUE
               PERFORM UNTIL FIM-TRANARQ-FILE
                   READ TRANARQ-FILE
                       AT END
                           SET FIM-TRANARQ-FILE TO TRUE
                       NOT AT END
                           MOVE TRANARQ-RECORD TO TRAN-RECORD
                           IF TRAN-ACUM-OPCODE = '0'
                               IF WRK-TRANARQ-LOTES > ZEROS
                                       AND NOT PENDLIB-REPETIDO
                                   PERFORM RECONSTROI-LIBERADOS
                               END-IF
                               ADD 1 TO WRK-TRANARQ-LOTES
                               MOVE ZEROS TO WRK-ACUMULADOR
                           ELSE
                               ADD 1 TO WRK-REC-COUNT
                               PERFORM PROCESSA-REGISTRO-TRAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANARQ-FILE
           END-IF
           IF NOT PENDLIB-REPETIDO
               PERFORM RECONSTROI-LIBERADOS
           END-IF.

       RECONSTROI-LIBERADOS.
           MOVE 'S' TO WRK-PENDLIB-REPETIDO
           MOVE SPACES TO WRK-PENDLIB-DSNAME
           STRING 'PENDLIB.' WRK-HOJE-AAAAMMDD WRK-BATCH-ID
                   DELIMITED BY SIZE INTO WRK-PENDLIB-DSNAME
           END-STRING
           MOVE 'N' TO WRK-EOF-PENDLIB
           OPEN INPUT PENDLIB-FILE
           IF WRK-PENDLIB-FS = '00'
               SET RECONST-COM-ENTRADAS TO TRUE
               PERFORM UNTIL FIM-PENDLIB-FILE
                   READ PENDLIB-FILE
                       AT END
                           SET FIM-PENDLIB-FILE TO TRUE
                       NOT AT END
                           MOVE PENDLIB-RECORD TO TRAN-RECORD
                           ADD 1 TO WRK-REC-COUNT
                           PERFORM PROCESSA-REGISTRO-TRAN
                   END-READ
               END-PERFORM
               CLOSE PENDLIB-FILE
           END-IF.

      ***** THE UNSUFFIXED LEDGER, ONE LEDGENT LINE AT A TIME UNDER
      ***** THE OPERATOR WHO POSTED IT: CONSOLE AND APPROVED ITEMS
      ***** THROUGH CALCULA-OPERACAO (AN APPROVED ONE IS NOT HELD
      ***** AGAIN), TRANFILE, PENDENTES AND REPOSTFILE RECORDS THROUGH
      ***** THE TRANFILE DISPATCH, AND EACH RUN START RESETTING THE
      ***** ACCUMULATOR TO WHAT THAT RUN STARTED FROM.
       RECONSTROI-SESSAO.
           MOVE SPACES TO WRK-ENTRADA-DSNAME
           STRING 'LEDGENT.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO WRK-ENTRADA-DSNAME
           END-STRING
           MOVE 'N' TO WRK-EOF-ENTRADA
           OPEN INPUT ENTRADA-FILE
           IF WRK-ENTRADA-FS = '00'
               SET RECONST-COM-ENTRADAS TO TRUE
               PERFORM UNTIL FIM-ENTRADA-FILE
                   READ ENTRADA-FILE
                       AT END
                           SET FIM-ENTRADA-FILE TO TRUE
                       NOT AT END
                           PERFORM REPETE-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
           END-IF.

       REPETE-ENTRADA.
           MOVE ENT-OPERADOR TO WRK-OPERADOR
           MOVE ENT-REGISTRO TO WRK-ENT-IMAGEM
           EVALUATE ENT-ORIGEM
               WHEN 'H'
                   MOVE WRK-ENT-NUM1 TO WRK-ACUMULADOR
               WHEN 'I'
               WHEN 'A'
                   ADD 1 TO WRK-REC-COUNT
                   MOVE WRK-ENT-OPCODE TO WRK-ESCOLHA
                   MOVE WRK-ENT-NUM1 TO WRK-NUM1
                   MOVE WRK-ENT-NUM2 TO WRK-NUM2
                   MOVE WRK-ENT-CONTA TO WRK-CONTA
                   IF ENT-ORIGEM = 'A'
                       SET LANCAMENTO-APROVADO TO TRUE
                   END-IF
                   PERFORM CALCULA-OPERACAO
                   SET LANCAMENTO-A-APROVAR TO TRUE
                   IF OPERACAO-INVALIDA
                       PERFORM GRAVA-SUSPENSO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-REC-COUNT
                   MOVE ENT-REGISTRO TO TRAN-RECORD
                   PERFORM PROCESSA-REGISTRO-TRAN
           END-EVALUATE.

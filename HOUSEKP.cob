******* CKPT.*, SUSPENSE.*, LEDGERMEMO.*, SINALLOG.*, SINALREP.*,
******* SINALCLS.*, SINALDIST.*, SINALREV.*, VOGSTATS.*,
******* VOGDETAIL.*, DIGEST.*, ERRDIGEST.*, MEMOREP.*, SUSPAGE.*,
******* OPERREP.*, ALERT.*, LEDGVER.*, GLJRNL.*, GLEXC.*, RUNREP.*,
******* OUTLREP.*, OUTLSUM.*, SIMUL.*, TRANARQ.*, PENDLIB.*,
******* LEDGENT.*, LEDGREB.*, LEDGANT.*, LEDGREC.*, ERRLROLL'S
******* MONTHLY ERRORLOG GENERATIONS ERRLARQ.yyyymm01, AND ITS OWN
******* PAST ARCHIVE.*/MANIFEST.*), PLUS THREE NAME FORMS THAT DO
******* NOT FOLLOW THE PLAIN PREFIX.yyyymmdd PATTERN: NOTIFDSP'S
******* OUTBOXES NOTIF.<GROUP>.yyyymmdd (ONE PROBE PER GROUP OF THE
******* NOTIFDST LIST), VOGCONS' RETURN FILES VOGDEV.<FONTE>.yyyymmdd
******* (ONE PROBE PER SOURCE OF FONTMAST) AND ACCTEXT'S MONTHLY
******* STATEMENTS EXTRATO.yyyymm (AGED FROM THE MONTH'S FIRST DAY).
******* THE NOTIFQ EVENT QUEUE AND THE NOTIFENV SEND REGISTER ARE
******* NOT DATED: THEIR LINES WHOSE BUSINESS DATE IS OLDER THAN
******* NOTIFDSP'S 90-DAY WINDOW ARE MOVED INTO THE ARCHIVE AND EACH
******* FILE IS REWRITTEN WITHOUT THEM.
******* EACH FILE TYPE HAS ITS OWN RETENTION PERIOD IN WRK-TIPO-TAB
******* (OVERRIDABLE PER TYPE THROUGH AN OPTIONAL RETENFILE
******* PARAMETER DATASET), IN CALENDAR DAYS OR IN BUSINESS DAYS OF
******* THE SHARED BUSCAL CALENDAR. A DATED FILE PAST ITS RETENTION IS
******* EITHER COPIED INTO TODAY'S ARCHIVE.yyyymmdd AND REMOVED
******* (ACTION A) OR JUST REMOVED (ACTION P - USED FOR CHECKPOINTS,
******* WHICH HAVE NO ARCHIVAL VALUE), AND EVERY FILE TOUCHED IS
******* LISTED IN MANIFEST.yyyymmdd WITH ITS RECORD COUNT - SO
******* CLEANUP IS ROUTINE AND REVERSIBLE INSTEAD OF AD HOC AND
******* RISKY. A FILE THAT CANNOT BE REMOVED IS ALSO QUEUED AS A
******* HOUSEKP-FALHA EVENT ON THE SHARED NOTIFQ FOR NOTIFDSP.
******* START AND END OF THE STEP (RECORDS READ FROM EXPIRED FILES
******* IN, RECORDS ARCHIVED OUT) GO TO THE SHARED RUNLOG FOR
******* RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETEN-FS.

           SELECT DIST-FILE ASSIGN TO "NOTIFDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIST-FS.

           SELECT FONTE-MASTER ASSIGN TO DYNAMIC WRK-MASTER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MASTER-FS.

           SELECT ENV-FILE ASSIGN TO DYNAMIC WRK-ENV-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENV-FS.

           SELECT ENV-NOVO ASSIGN TO DYNAMIC WRK-ENVNOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENVNOVO-FS.

           SELECT FILA-NOVO ASSIGN TO DYNAMIC WRK-FILANOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILANOVO-FS.

           COPY BUSCALSL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALVO-FILE.
      ***** WIDE ENOUGH FOR EVERY DATED OUTPUT OF THE SYSTEM (RUNREP
      ***** IS THE WIDEST, AT 132); THE ARCHIVE ALSO TAKES THE
      ***** 178-BYTE NOTIFQ RECORDS PRUNED FROM THE QUEUE.
       01  ALVO-LINE               PIC X(132).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE            PIC X(178).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE           PIC X(80).

      ***** OPTIONAL PER-TYPE RETENTION OVERRIDE: ONE LINE PER TYPE,
      ***** PREFIX / DAYS / ACTION / UNIT, E.G. 'LEDGER       090 A'
      ***** OR 'LEDGER       040 A U' FOR 40 BUSINESS DAYS. A BLANK
      ***** UNIT MEANS CALENDAR DAYS. TYPES NOT LISTED KEEP THE
      ***** DEFAULTS FROM WRK-TIPO-TAB.
       FD  RETEN-FILE.
       01  RETEN-RECORD.
           05 RETEN-PREFIXO        PIC X(12).
           05 RETEN-DIAS           PIC X(03).
           05 FILLER               PIC X(01).
           05 RETEN-ACAO           PIC X(01).
           05 FILLER               PIC X(01).
           05 RETEN-UNIDADE        PIC X(01).

      ***** NOTIFDSP'S DISTRIBUTION LIST, READ ONLY FOR ITS GROUP
      ***** NAMES (THE QUALIFIER OF THE NOTIF OUTBOXES).
       FD  DIST-FILE.
       01  DIST-RECORD.
           05 DIST-TIPO            PIC X(15).
           05 FILLER               PIC X(01).
           05 DIST-GRUPO           PIC X(08).
           05 FILLER               PIC X(41).

      ***** VOGCONS' SOURCE MASTER, READ ONLY FOR ITS SOURCE NAMES
      ***** (THE QUALIFIER OF THE VOGDEV RETURN FILES).
       FD  FONTE-MASTER.
       01  MASTER-RECORD.
           05 MASTER-FONTE         PIC X(08).
           05 FILLER               PIC X(31).

      ***** NOTIFDSP'S SEND REGISTER; ONLY THE EVENT'S BUSINESS DATE
      ***** MATTERS HERE, THE REST OF THE LINE IS COPIED AS IS.
       FD  ENV-FILE.
       01  ENV-RECORD.
           05 ENV-TIPO             PIC X(15).
           05 FILLER               PIC X(01).
           05 ENV-DATA-NEGOCIO     PIC X(08).
           05 FILLER               PIC X(63).

       FD  ENV-NOVO.
       01  ENVNOVO-RECORD          PIC X(87).

      ***** THE NOTIFQ QUEUE ITSELF IS READ THROUGH NOTIF-FILE
      ***** (NOTIFFD.CPY); THE LINES STILL INSIDE THE WINDOW GO HERE.
       FD  FILA-NOVO.
       01  FILANOVO-RECORD         PIC X(178).

       COPY BUSCALFD.

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-IDADE PIC 9(05) VALUE ZEROS.

      ***** HOW FAR BACK THE DAILY PROBES GO. NOTHING OLDER THAN THE
      ***** WINDOW IS TOUCHED - AFTER A LONG GAP IN HOUSEKEEPING,
      ***** WIDEN IT TEMPORARILY OR RUN THE JOB ON CONSECUTIVE DAYS.
      ***** A RETENTION IN BUSINESS DAYS MUST STILL FALL INSIDE IT
      ***** IN CALENDAR DAYS (ROUGHLY 120 BUSINESS DAYS AT MOST).
       77 WRK-SCAN-JANELA PIC 9(03) VALUE 180.

       77 WRK-ALVO-DSNAME PIC X(30) VALUE SPACES.
       77 WRK-ALVO-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ALVO PIC X(01) VALUE 'N'.
           88 FIM-ALVO-FILE VALUE 'Y'.
       77 WRK-EOF-RETEN PIC X(01) VALUE 'N'.
           88 FIM-RETEN-FILE VALUE 'Y'.

       77 WRK-DIST-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-DIST PIC X(01) VALUE 'N'.
           88 FIM-DIST-FILE VALUE 'Y'.

       77 WRK-MASTER-DSNAME PIC X(20) VALUE 'FONTMAST'.
       77 WRK-MASTER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-MASTER PIC X(01) VALUE 'N'.
           88 FIM-FONTE-MASTER VALUE 'Y'.

      ***** THE QUEUE AND THE REGISTER KEEP THE SAME WINDOW NOTIFDSP
      ***** WORKS WITH (WRK-JANELA-DIAS THERE) - CHANGE BOTH TOGETHER.
      ***** AN EVENT OLDER THAN THAT IS NEITHER SENT NOR CAN IT BLOCK
      ***** A RESEND ANY MORE.
       77 WRK-ENV-JANELA PIC 9(03) VALUE 090.
       77 WRK-ENV-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-ENV-DSNAME PIC X(20) VALUE 'NOTIFENV'.
       77 WRK-ENVNOVO-DSNAME PIC X(20) VALUE 'NOTIFENV.NEW'.
       77 WRK-ENV-FS PIC X(02) VALUE SPACES.
       77 WRK-ENVNOVO-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ENV PIC X(01) VALUE 'N'.
           88 FIM-ENV-FILE VALUE 'Y'.
       77 WRK-ENV-PODADOS PIC 9(07) VALUE ZEROS.

       77 WRK-FILA-DSNAME PIC X(20) VALUE 'NOTIFQ'.
       77 WRK-FILANOVO-DSNAME PIC X(20) VALUE 'NOTIFQ.NEW'.
       77 WRK-FILANOVO-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-FILA PIC X(01) VALUE 'N'.
           88 FIM-FILA-FILE VALUE 'Y'.
       77 WRK-FILA-PODADOS PIC 9(07) VALUE ZEROS.

       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
       77 WRK-BATCH-PROBE PIC 9(02) VALUE ZEROS.

       77 WRK-FALHA PIC X(01) VALUE 'N'.
           88 HOUVE-FALHA VALUE 'Y'.

       77 WRK-TIPO-MAX PIC 9(02) VALUE 37.
       77 WRK-TIPO-IDX PIC 9(02) VALUE ZEROS.

      ***** QUALIFIERS OF THE TWO-LEVEL NAMES: G = A NOTIFDST GROUP,
      ***** F = A FONTMAST SOURCE. EACH NAME IS HELD ONCE PER KIND.
       77 WRK-QUAL-MAX PIC 9(03) VALUE 100.
       77 WRK-QUAL-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-QUAL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-QUAL-NOVO-FORMA PIC X(01) VALUE SPACES.
       77 WRK-QUAL-NOVO-NOME PIC X(08) VALUE SPACES.
       77 WRK-QUAL-ACHOU PIC X(01) VALUE 'N'.
           88 QUAL-JA-LISTADO VALUE 'S'.
       77 WRK-QUAL-CHEIA PIC X(01) VALUE 'N'.
           88 QUAL-TAB-CHEIA VALUE 'S'.
       01  WRK-QUAL-TAB.
           05 WRK-QUAL-ENTRY OCCURS 100 TIMES.
               10 WRK-QUAL-FORMA       PIC X(01).
               10 WRK-QUAL-NOME        PIC X(08).

      ***** DEFAULT RETENTION PER FILE TYPE: PREFIX (12), DAYS (3),
      ***** ACTION (A=ARCHIVE THEN REMOVE, P=PURGE OUTRIGHT), THE
      ***** FORM OF THE NAME AND THE UNIT THE DAYS ARE COUNTED IN
      ***** (C=CALENDAR DAYS, U=BUSINESS DAYS OF THE BUSCAL CALENDAR).
      ***** FORMS: N = NAME.yyyymmdd ONLY, S = ALSO BATCH-SUFFIXED AS
      ***** NAME.yyyymmddBB, G = NAME.<GROUP>.yyyymmdd FOR EVERY
      ***** NOTIFDST GROUP, F = NAME.<FONTE>.yyyymmdd FOR EVERY
      ***** FONTMAST SOURCE, M = MONTHLY NAME.yyyymm (AGED FROM THE
      ***** MONTH'S FIRST DAY).
       01  WRK-TIPO-VALORES.
           05 FILLER PIC X(18) VALUE 'LEDGER      060ASC'.
           05 FILLER PIC X(18) VALUE 'REPORT      030ASC'.
           05 FILLER PIC X(18) VALUE 'CKPT        007PSC'.
           05 FILLER PIC X(18) VALUE 'SUSPENSE    060ASC'.
           05 FILLER PIC X(18) VALUE 'LEDGERMEMO  060ANC'.
           05 FILLER PIC X(18) VALUE 'SINALLOG    030ANC'.
           05 FILLER PIC X(18) VALUE 'SINALREP    030ANC'.
           05 FILLER PIC X(18) VALUE 'SINALCLS    030ANC'.
           05 FILLER PIC X(18) VALUE 'SINALDIST   030ANC'.
           05 FILLER PIC X(18) VALUE 'SINALREV    060ANC'.
           05 FILLER PIC X(18) VALUE 'VOGSTATS    030ANC'.
           05 FILLER PIC X(18) VALUE 'VOGDETAIL   030ANC'.
           05 FILLER PIC X(18) VALUE 'DIGEST      090ANC'.
           05 FILLER PIC X(18) VALUE 'ERRDIGEST   090ANC'.
           05 FILLER PIC X(18) VALUE 'MEMOREP     030ANC'.
           05 FILLER PIC X(18) VALUE 'SUSPAGE     030ANC'.
           05 FILLER PIC X(18) VALUE 'OPERREP     030ANC'.
           05 FILLER PIC X(18) VALUE 'ALERT       090ANC'.
           05 FILLER PIC X(18) VALUE 'LEDGVER     090ANC'.
           05 FILLER PIC X(18) VALUE 'GLJRNL      090ANC'.
           05 FILLER PIC X(18) VALUE 'GLEXC       090ANC'.
           05 FILLER PIC X(18) VALUE 'RUNREP      090ANC'.
           05 FILLER PIC X(18) VALUE 'OUTLREP     090ANC'.
           05 FILLER PIC X(18) VALUE 'OUTLSUM     090ANC'.
           05 FILLER PIC X(18) VALUE 'SIMUL       030ASC'.
      ***** A LEDGER CAN ONLY BE REBUILT WHILE ITS ARCHIVED INPUTS
      ***** ARE ON DISK, SO THEY LIVE AS LONG AS THE LEDGER DOES.
           05 FILLER PIC X(18) VALUE 'TRANARQ     060ASC'.
           05 FILLER PIC X(18) VALUE 'PENDLIB     060ASC'.
           05 FILLER PIC X(18) VALUE 'LEDGENT     060ANC'.
           05 FILLER PIC X(18) VALUE 'LEDGREB     030ASC'.
           05 FILLER PIC X(18) VALUE 'LEDGANT     060ASC'.
           05 FILLER PIC X(18) VALUE 'LEDGREC     090ASC'.
      ***** ONE ERRORLOG GENERATION PER CLOSED MONTH, DATED ON THE
      ***** MONTH'S FIRST DAY, SO THE AGE COUNTS FROM THE START OF
      ***** THE MONTH IT HOLDS; IT MUST STAY INSIDE THE SCAN WINDOW.
           05 FILLER PIC X(18) VALUE 'ERRLARQ     150ANC'.
      ***** THE HOUSEKEEPING RUN'S OWN OUTPUT AGES TOO: OLD ARCHIVE
      ***** AND MANIFEST FILES ROLL FORWARD INTO THE CURRENT
      ***** ARCHIVE, SO NOTHING IS EVER LOST OUTRIGHT AND THE
      ***** DIRECTORY STILL GETS CLEANED.
           05 FILLER PIC X(18) VALUE 'ARCHIVE     120ANC'.
           05 FILLER PIC X(18) VALUE 'MANIFEST    120ANC'.
      ***** OUTBOXES ARE PICKED UP BY THE MAIL TRANSFER THE SAME
      ***** NIGHT; RETURN FILES ARE SENT BACK TO THE SOURCE. A GROUP
      ***** OR SOURCE DROPPED FROM ITS LIST IS NO LONGER PROBED, SO
      ***** ITS REMAINING FILES ARE CLEARED BY HAND.
           05 FILLER PIC X(18) VALUE 'NOTIF       030AGC'.
           05 FILLER PIC X(18) VALUE 'VOGDEV      060AFC'.
      ***** LIKE ERRLARQ, A STATEMENT MUST AGE OUT INSIDE THE SCAN
      ***** WINDOW.
           05 FILLER PIC X(18) VALUE 'EXTRATO     150AMC'.
       01  WRK-TIPO-TAB REDEFINES WRK-TIPO-VALORES.
           05 WRK-TIPO-ENTRY OCCURS 37 TIMES.
               10 WRK-TIPO-PREFIXO     PIC X(12).
               10 WRK-TIPO-DIAS        PIC 9(03).
               10 WRK-TIPO-ACAO        PIC X(01).
               10 WRK-TIPO-FORMA       PIC X(01).
               10 WRK-TIPO-UNIDADE     PIC X(01).

       COPY BUSCAL.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='HOUSEKP '==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='HOUSEKP '==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='HOUSEKP '==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG
       COMPUTE WRK-HOJE-INT =
           FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)

       PERFORM CARREGA-RETENCOES
       PERFORM CARREGA-CALENDARIO
       PERFORM CARREGA-QUALIFICADORES

       STRING 'ARCHIVE.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO WRK-ARCHIVE-DSNAME
           COMPUTE WRK-DATA-INT = WRK-HOJE-INT - WRK-DIAS
           COMPUTE WRK-DATA-ALVO =
               FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-ALVO TO WRK-CAL-DATA
           MOVE WRK-HOJE-AAAAMMDD TO WRK-CAL-DATA-ATE
           PERFORM CONTA-DIAS-UTEIS
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                   UNTIL WRK-TIPO-IDX > WRK-TIPO-MAX
               IF WRK-TIPO-UNIDADE(WRK-TIPO-IDX) = 'U'
                   MOVE WRK-CAL-QTDE TO WRK-IDADE
               ELSE
                   MOVE WRK-DIAS TO WRK-IDADE
               END-IF
               IF WRK-IDADE > WRK-TIPO-DIAS(WRK-TIPO-IDX)
                   PERFORM SONDA-TIPO
               END-IF
           END-PERFORM
       END-PERFORM

      ***** BOTH AFTER THE PROBES, SO ANY HOUSEKP-FALHA EVENT OF THIS
      ***** RUN IS ALREADY ON THE QUEUE (AND INSIDE THE WINDOW).
       COMPUTE WRK-DATA-INT = WRK-HOJE-INT - WRK-ENV-JANELA
       COMPUTE WRK-ENV-LIMITE = FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
       PERFORM PODA-REGISTRO-ENVIO
       PERFORM PODA-FILA-NOTIF

       MOVE SPACES TO MANIFEST-LINE
       STRING 'ARQUIVADOS......: ' WRK-ARQ-CNT
               DELIMITED BY SIZE INTO MANIFEST-LINE

       DISPLAY 'HOUSEKEEPING CONCLUIDO: ' WRK-ARQ-CNT
               ' ARQUIVADO(S), ' WRK-EXP-CNT ' EXPURGADO(S)'
       DISPLAY 'NOTIFENV: ' WRK-ENV-PODADOS
               ' REGISTRO(S) FORA DA JANELA ARQUIVADO(S)'
       DISPLAY 'NOTIFQ..: ' WRK-FILA-PODADOS
               ' REGISTRO(S) FORA DA JANELA ARQUIVADO(S)'

       IF HOUVE-FALHA
           MOVE 8 TO RETURN-CODE
       END-IF

       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY ERRLOGP.

       COPY NOTIFP.

       COPY RUNLOGP.

       COPY BUSCALP.

       CARREGA-RETENCOES.
           MOVE 'N' TO WRK-EOF-RETEN
           OPEN INPUT RETEN-FILE
       APLICA-RETENCAO.
           IF RETEN-DIAS IS NOT NUMERIC
                   OR (RETEN-ACAO NOT = 'A' AND RETEN-ACAO NOT = 'P')
                   OR (RETEN-UNIDADE NOT = SPACE
                       AND RETEN-UNIDADE NOT = 'C'
                       AND RETEN-UNIDADE NOT = 'U')
               MOVE 'RETEN-RECORD' TO WRK-ERRLOG-CAMPO
               MOVE RETEN-PREFIXO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
                   IF WRK-TIPO-PREFIXO(WRK-TIPO-IDX) = RETEN-PREFIXO
                       MOVE RETEN-DIAS TO WRK-TIPO-DIAS(WRK-TIPO-IDX)
                       MOVE RETEN-ACAO TO WRK-TIPO-ACAO(WRK-TIPO-IDX)
                       IF RETEN-UNIDADE = 'U'
                           MOVE 'U' TO WRK-TIPO-UNIDADE(WRK-TIPO-IDX)
                       ELSE
                           MOVE 'C' TO WRK-TIPO-UNIDADE(WRK-TIPO-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ***** LOADS THE QUALIFIERS OF THE G AND F NAME FORMS. A LIST
      ***** THAT IS MISSING SIMPLY CONTRIBUTES NO NAMES.
       CARREGA-QUALIFICADORES.
           MOVE 'N' TO WRK-EOF-DIST
           OPEN INPUT DIST-FILE
           IF WRK-DIST-FS = '00'
               PERFORM UNTIL FIM-DIST-FILE
                   READ DIST-FILE
                       AT END
                           SET FIM-DIST-FILE TO TRUE
                       NOT AT END
                           IF DIST-TIPO(1:1) NOT = '*'
                                   AND DIST-GRUPO NOT = SPACES
                               MOVE 'G' TO WRK-QUAL-NOVO-FORMA
                               MOVE DIST-GRUPO TO WRK-QUAL-NOVO-NOME
                               PERFORM ACRESCENTA-QUALIFICADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF

           MOVE 'N' TO WRK-EOF-MASTER
           OPEN INPUT FONTE-MASTER
           IF WRK-MASTER-FS = '00'
               PERFORM UNTIL FIM-FONTE-MASTER
                   READ FONTE-MASTER
                       AT END
                           SET FIM-FONTE-MASTER TO TRUE
                       NOT AT END
                           IF MASTER-FONTE NOT = SPACES
                               MOVE 'F' TO WRK-QUAL-NOVO-FORMA
                               MOVE MASTER-FONTE TO WRK-QUAL-NOVO-NOME
                               PERFORM ACRESCENTA-QUALIFICADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FONTE-MASTER
           END-IF

           IF QUAL-TAB-CHEIA
               DISPLAY 'MAIS GRUPOS/FONTES QUE A TABELA DE '
                       'QUALIFICADORES (' WRK-QUAL-MAX '), ALGUNS '
                       'ARQUIVOS NAO SERAO VERIFICADOS'
               MOVE 'WRK-QUAL-TAB' TO WRK-ERRLOG-CAMPO
               MOVE 'TABELA CHEIA' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       ACRESCENTA-QUALIFICADOR.
           MOVE 'N' TO WRK-QUAL-ACHOU
           PERFORM VARYING WRK-QUAL-IDX FROM 1 BY 1
                   UNTIL WRK-QUAL-IDX > WRK-QUAL-CNT
                      OR QUAL-JA-LISTADO
               IF WRK-QUAL-FORMA(WRK-QUAL-IDX) = WRK-QUAL-NOVO-FORMA
                       AND WRK-QUAL-NOME(WRK-QUAL-IDX) =
                           WRK-QUAL-NOVO-NOME
                   SET QUAL-JA-LISTADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT QUAL-JA-LISTADO
               IF WRK-QUAL-CNT < WRK-QUAL-MAX
                   ADD 1 TO WRK-QUAL-CNT
                   MOVE WRK-QUAL-NOVO-FORMA
                       TO WRK-QUAL-FORMA(WRK-QUAL-CNT)
                   MOVE WRK-QUAL-NOVO-NOME
                       TO WRK-QUAL-NOME(WRK-QUAL-CNT)
               ELSE
                   SET QUAL-TAB-CHEIA TO TRUE
               END-IF
           END-IF.

      ***** PROBES EVERY NAME OF TYPE WRK-TIPO-IDX DATED WRK-DATA-ALVO
      ***** (ALREADY PAST ITS RETENTION), ACCORDING TO THE TYPE'S
      ***** NAME FORM.
       SONDA-TIPO.
           EVALUATE WRK-TIPO-FORMA(WRK-TIPO-IDX)
               WHEN 'G'
               WHEN 'F'
                   PERFORM VARYING WRK-QUAL-IDX FROM 1 BY 1
                           UNTIL WRK-QUAL-IDX > WRK-QUAL-CNT
                       IF WRK-QUAL-FORMA(WRK-QUAL-IDX) =
                               WRK-TIPO-FORMA(WRK-TIPO-IDX)
                           MOVE SPACES TO WRK-ALVO-DSNAME
                           STRING WRK-TIPO-PREFIXO(WRK-TIPO-IDX)
                                   DELIMITED BY SPACE
                                   '.' DELIMITED BY SIZE
                                   WRK-QUAL-NOME(WRK-QUAL-IDX)
                                   DELIMITED BY SPACE
                                   '.' WRK-DATA-ALVO DELIMITED BY SIZE
                                   INTO WRK-ALVO-DSNAME
                           END-STRING
                           PERFORM TRATA-ARQUIVO
                       END-IF
                   END-PERFORM
               WHEN 'M'
                   IF WRK-DATA-ALVO(7:2) = '01'
                       MOVE SPACES TO WRK-ALVO-DSNAME
                       STRING WRK-TIPO-PREFIXO(WRK-TIPO-IDX)
                               DELIMITED BY SPACE
                               '.' WRK-DATA-ALVO(1:6)
                               DELIMITED BY SIZE
                               INTO WRK-ALVO-DSNAME
                       END-STRING
                       PERFORM TRATA-ARQUIVO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-ALVO-DSNAME
                   STRING WRK-TIPO-PREFIXO(WRK-TIPO-IDX)
                           DELIMITED BY SPACE
                           '.' WRK-DATA-ALVO DELIMITED BY SIZE
                           INTO WRK-ALVO-DSNAME
                   END-STRING
                   PERFORM TRATA-ARQUIVO
                   IF WRK-TIPO-FORMA(WRK-TIPO-IDX) = 'S'
                       PERFORM VARYING WRK-BATCH-PROBE FROM 1 BY 1
                               UNTIL WRK-BATCH-PROBE > WRK-BATCH-MAX
                           MOVE SPACES TO WRK-ALVO-DSNAME
                           STRING WRK-TIPO-PREFIXO(WRK-TIPO-IDX)
                                   DELIMITED BY SPACE
                                   '.' WRK-DATA-ALVO WRK-BATCH-PROBE
                                   DELIMITED BY SIZE
                                   INTO WRK-ALVO-DSNAME
                           END-STRING
                           PERFORM TRATA-ARQUIVO
                       END-PERFORM
                   END-IF
           END-EVALUATE.

      ***** MOVES THE NOTIFENV LINES WHOSE BUSINESS DATE FELL OUT OF
      ***** THE WINDOW INTO THE ARCHIVE AND SWAPS IN THE REGISTER
      ***** WITHOUT THEM. A LINE WITHOUT A VALID DATE IS KEPT. WHEN
      ***** NOTHING IS OUT OF THE WINDOW THE REGISTER IS LEFT AS IT IS.
       PODA-REGISTRO-ENVIO.
           MOVE 'N' TO WRK-EOF-ENV
           OPEN INPUT ENV-FILE
           IF WRK-ENV-FS = '00'
               OPEN OUTPUT ENV-NOVO
               IF WRK-ENVNOVO-FS NOT = '00'
                   CLOSE ENV-FILE
                   SET HOUVE-FALHA TO TRUE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'NOTIFENV.NEW' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-ENVNOVO-FS TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   PERFORM UNTIL FIM-ENV-FILE
                       READ ENV-FILE
                           AT END
                               SET FIM-ENV-FILE TO TRUE
                           NOT AT END
                               PERFORM CLASSIFICA-ENVIO
                       END-READ
                   END-PERFORM
                   CLOSE ENV-FILE
                   CLOSE ENV-NOVO
                   IF WRK-ENV-PODADOS = ZEROS
                       CALL 'CBL_DELETE_FILE' USING WRK-ENVNOVO-DSNAME
                       MOVE ZEROS TO RETURN-CODE
                   ELSE
                       PERFORM TROCA-REGISTRO-ENVIO
                   END-IF
               END-IF
           END-IF.

       CLASSIFICA-ENVIO.
           IF ENV-DATA-NEGOCIO IS NUMERIC
                   AND ENV-DATA-NEGOCIO < WRK-ENV-LIMITE
               IF WRK-ENV-PODADOS = ZEROS
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING '>> ARQUIVO: ' DELIMITED BY SIZE
                           WRK-ENV-DSNAME DELIMITED BY SPACE
                           ' (ANTERIORES A ' WRK-ENV-LIMITE ')'
                           DELIMITED BY SIZE INTO ARCHIVE-LINE
                   END-STRING
                   WRITE ARCHIVE-LINE
               END-IF
               ADD 1 TO WRK-ENV-PODADOS
               ADD 1 TO WRK-RUN-LIDOS
               MOVE ENV-RECORD TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
           ELSE
               WRITE ENVNOVO-RECORD FROM ENV-RECORD
           END-IF.

       TROCA-REGISTRO-ENVIO.
           CALL 'CBL_DELETE_FILE' USING WRK-ENV-DSNAME
           MOVE ZEROS TO RETURN-CODE
           CALL 'CBL_RENAME_FILE' USING WRK-ENVNOVO-DSNAME
               WRK-ENV-DSNAME
           MOVE SPACES TO MANIFEST-LINE
           IF RETURN-CODE NOT = 0
               MOVE ZEROS TO RETURN-CODE
               SET HOUVE-FALHA TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'NOTIFENV' TO WRK-ERRLOG-CAMPO
               MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               STRING 'FALHA AO REGRAVAR ' DELIMITED BY SIZE
                       WRK-ENV-DSNAME DELIMITED BY SPACE
                       ' - REGISTRO EM ' WRK-ENVNOVO-DSNAME
                       DELIMITED BY SIZE INTO MANIFEST-LINE
               END-STRING
           ELSE
               STRING 'ARQUIVADO ' DELIMITED BY SIZE
                       WRK-ENV-DSNAME DELIMITED BY SPACE
                       ' (ANTERIORES A ' WRK-ENV-LIMITE ') REGISTROS='
                       WRK-ENV-PODADOS DELIMITED BY SIZE
                       INTO MANIFEST-LINE
               END-STRING
           END-IF
           WRITE MANIFEST-LINE.

      ***** THE SAME FOR THE NOTIFQ QUEUE: EVENTS WHOSE BUSINESS DATE
      ***** FELL OUT OF THE WINDOW ARE NEVER SENT, SO THEY GO TO THE
      ***** ARCHIVE AND THE QUEUE IS SWAPPED FOR ONE WITHOUT THEM.
      ***** NO PRODUCER MAY APPEND TO THE QUEUE WHILE THIS RUNS.
       PODA-FILA-NOTIF.
           MOVE 'N' TO WRK-EOF-FILA
           OPEN INPUT NOTIF-FILE
           IF WRK-NTF-FS = '00'
               OPEN OUTPUT FILA-NOVO
               IF WRK-FILANOVO-FS NOT = '00'
                   CLOSE NOTIF-FILE
                   SET HOUVE-FALHA TO TRUE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'NOTIFQ.NEW' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-FILANOVO-FS TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   PERFORM UNTIL FIM-FILA-FILE
                       READ NOTIF-FILE
                           AT END
                               SET FIM-FILA-FILE TO TRUE
                           NOT AT END
                               PERFORM CLASSIFICA-NOTIF
                       END-READ
                   END-PERFORM
                   CLOSE NOTIF-FILE
                   CLOSE FILA-NOVO
                   IF WRK-FILA-PODADOS = ZEROS
                       CALL 'CBL_DELETE_FILE' USING WRK-FILANOVO-DSNAME
                       MOVE ZEROS TO RETURN-CODE
                   ELSE
                       PERFORM TROCA-FILA-NOTIF
                   END-IF
               END-IF
           END-IF.

       CLASSIFICA-NOTIF.
           IF NTF-DATA-NEGOCIO IS NUMERIC
                   AND NTF-DATA-NEGOCIO < WRK-ENV-LIMITE
               IF WRK-FILA-PODADOS = ZEROS
                   MOVE SPACES TO ARCHIVE-LINE
                   STRING '>> ARQUIVO: ' DELIMITED BY SIZE
                           WRK-FILA-DSNAME DELIMITED BY SPACE
                           ' (ANTERIORES A ' WRK-ENV-LIMITE ')'
                           DELIMITED BY SIZE INTO ARCHIVE-LINE
                   END-STRING
                   WRITE ARCHIVE-LINE
               END-IF
               ADD 1 TO WRK-FILA-PODADOS
               ADD 1 TO WRK-RUN-LIDOS
               MOVE NOTIF-RECORD TO ARCHIVE-LINE
               WRITE ARCHIVE-LINE
               ADD 1 TO WRK-RUN-GRAVADOS
           ELSE
               WRITE FILANOVO-RECORD FROM NOTIF-RECORD
           END-IF.

       TROCA-FILA-NOTIF.
           CALL 'CBL_DELETE_FILE' USING WRK-FILA-DSNAME
           MOVE ZEROS TO RETURN-CODE
           CALL 'CBL_RENAME_FILE' USING WRK-FILANOVO-DSNAME
               WRK-FILA-DSNAME
           MOVE SPACES TO MANIFEST-LINE
           IF RETURN-CODE NOT = 0
               MOVE ZEROS TO RETURN-CODE
               SET HOUVE-FALHA TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'NOTIFQ' TO WRK-ERRLOG-CAMPO
               MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               STRING 'FALHA AO REGRAVAR ' DELIMITED BY SIZE
                       WRK-FILA-DSNAME DELIMITED BY SPACE
                       ' - FILA EM ' WRK-FILANOVO-DSNAME
                       DELIMITED BY SIZE INTO MANIFEST-LINE
               END-STRING
           ELSE
               STRING 'ARQUIVADO ' DELIMITED BY SIZE
                       WRK-FILA-DSNAME DELIMITED BY SPACE
                       ' (ANTERIORES A ' WRK-ENV-LIMITE ') REGISTROS='
                       WRK-FILA-PODADOS DELIMITED BY SIZE
                       INTO MANIFEST-LINE
               END-STRING
           END-IF
           WRITE MANIFEST-LINE.

      ***** HANDLES ONE CANDIDATE DSNAME (ALREADY BUILT BY THE MAIN
      ***** LOOP): SKIPS SILENTLY WHEN IT DOES NOT EXIST, OTHERWISE
      ***** COPIES IT INTO THE ARCHIVE (ACTION A) AND REMOVES IT,
                           SET FIM-ALVO-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-REG-CNT
                           ADD 1 TO WRK-RUN-LIDOS
                           IF WRK-TIPO-ACAO(WRK-TIPO-IDX) = 'A'
                               MOVE ALVO-LINE TO ARCHIVE-LINE
                               WRITE ARCHIVE-LINE
                               ADD 1 TO WRK-RUN-GRAVADOS
                           END-IF
                   END-READ
               END-PERFORM
                           DELIMITED BY SIZE INTO MANIFEST-LINE
                   END-STRING
                   WRITE MANIFEST-LINE
                   MOVE 'HOUSEKP-FALHA' TO WRK-NTF-TIPO
                   SET NOTIF-SEV-MEDIA TO TRUE
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-NTF-DATA
                   MOVE WRK-ALVO-DSNAME TO WRK-NTF-CHAVE
                   MOVE SPACES TO WRK-NTF-TEXTO
                   STRING MANIFEST-LINE DELIMITED BY '  '
                           ' - VEJA ' WRK-MANIFEST-DSNAME
                           DELIMITED BY SIZE INTO WRK-NTF-TEXTO
                   END-STRING
                   PERFORM GRAVA-NOTIF
               END-IF
           END-IF.

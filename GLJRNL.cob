       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
********************************
******* GENERAL LEDGER JOURNAL INTERFACE. READS EVERY LINE OF A
******* CLOSED BUSINESS DATE'S LEDGER FILES (THE UNSUFFIXED
******* LEDGER.yyyymmdd AND EVERY BATCH WINDOW'S LEDGER.yyyymmddBB)
******* AND TURNS EACH ONE INTO A BALANCED DEBIT/CREDIT PAIR USING
******* THE GLMAP ACCOUNT-MAPPING TABLE (ONE LINE PER OPCODE -
******* DIGITS, ACCUMULATOR LETTERS AND T - MAINTAINED THROUGH
******* GLMAPMNT). THE PAIRS ARE STAGED IN GLWORK.yyyymmdd AND ONLY
******* COPIED INTO THE DATED JOURNAL GLJRNL.yyyymmdd, BETWEEN A
******* BATCH HEADER AND A TRAILER CARRYING THE CONTROL TOTALS, ONCE
******* A RE-READ OF THE STAGED PAIRS PROVES DEBITS AND CREDITS
******* BALANCE - AN UNBALANCED RUN PRODUCES NO JOURNAL AT ALL AND
******* ENDS WITH COMPLETION CODE 8.
******* A LINE WHOSE OPCODE HAS NO MAPPING (OR WHOSE RESULT COLUMN
******* DOES NOT PARSE) IS NOT JOURNALLED: IT IS LISTED IN THE
******* EXCEPTION FILE GLEXC.yyyymmdd AND THE RUN ENDS WITH
******* COMPLETION CODE 4 SO THE GL TEAM KNOWS THE FEED IS SHORT.
******* A MAPPING FLAGGED 'N' (NOT POSTED) IS A KNOWN OPCODE THAT
******* IS DELIBERATELY KEPT OUT OF THE GL - TYPICALLY THE L/A/S/M/P
******* ACCUMULATOR TRACE LINES, WHOSE RESULT IS A RUNNING VALUE
******* THE CLOSING G LINE ALREADY CARRIES.
******* THE BUSINESS DATE COMES FROM ONE OPTIONAL SYSIN PARAMETER
******* LINE ('AAAAMMDD'); BLANK/MISSING MEANS TODAY. THE DATE MUST
******* ALREADY BE CLOSED IN THE DAYSTAT TRAIL (SEE DAYCLOSE) - AN
******* OPEN DAY CAN STILL TAKE POSTINGS, SO IT IS NOT JOURNALLED.
******* START AND END OF THE STEP (LEDGER LINES IN, DEBIT/CREDIT
******* PAIRS OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WRK-LEDGER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LEDGER-FS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GLMAP-FS.

           SELECT DAYSTAT-FILE ASSIGN TO "DAYSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DAYSTAT-FS.

           SELECT WORK-FILE ASSIGN TO DYNAMIC WRK-WORK-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WORK-FS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WRK-JOURNAL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JOURNAL-FS.

           SELECT EXC-FILE ASSIGN TO DYNAMIC WRK-EXC-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY ERRLOGSL.

           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** READ RAW, AS LEDGVER DOES - A LINE IS ONLY JOURNALLED
      ***** ONCE ITS RESULT COLUMN HAS PASSED THE NUMCHK TEST.
       FD  LEDGER-FILE.
       01  LEDGER-LINE             PIC X(60).

      ***** ONE LINE PER OPCODE: THE ACCOUNT DEBITED AND THE ACCOUNT
      ***** CREDITED FOR A POSITIVE RESULT (A NEGATIVE RESULT SWAPS
      ***** THE SIDES), AND WHETHER THE OPCODE IS POSTED TO THE GL AT
      ***** ALL ('S') OR DELIBERATELY LEFT OUT ('N').
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

       FD  DAYSTAT-FILE.
       01  DAYSTAT-RECORD.
           05 STAT-DATA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 STAT-STATUS          PIC X(01).
           05 FILLER               PIC X(01).
           05 STAT-HORA            PIC 9(08).
           05 FILLER               PIC X(01).
           05 STAT-OPERADOR        PIC X(08).

      ***** STAGING FILE - ONE JOURNAL DETAIL LINE PER RECORD, BUILT
      ***** IN WRK-GLJ-DETALHE.
       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(80).

      ***** THE DATED GL JOURNAL: ONE HEADER ('H'), THE BALANCED
      ***** DETAIL PAIRS ('D'), ONE TRAILER ('T'). EVERY DETAIL LINE
      ***** CARRIES THE LEDGER POSTING IT CAME FROM (HORA, OPCODE,
      ***** OPERATOR AND THE BATCH WINDOW - SPACES FOR THE
      ***** UNSUFFIXED SESSION LEDGER) SO THE GL SIDE CAN TRACE ANY
      ***** ENTRY BACK TO ITS LEDGER LINE.
       FD  JOURNAL-FILE.
       01  GLJ-DETALHE.
           05 GLJ-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 GLJ-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 GLJ-SEQ              PIC 9(07).
           05 FILLER               PIC X(01).
           05 GLJ-CONTA            PIC X(10).
           05 FILLER               PIC X(01).
           05 GLJ-DC               PIC X(01).
           05 FILLER               PIC X(01).
           05 GLJ-VALOR            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 GLJ-HORA             PIC X(08).
           05 FILLER               PIC X(01).
           05 GLJ-OPCODE           PIC X(01).
           05 FILLER               PIC X(01).
           05 GLJ-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01).
           05 GLJ-LOTE             PIC X(02).
           05 FILLER               PIC X(16).

       01  GLJ-CABECALHO REDEFINES GLJ-DETALHE.
           05 GLJ-H-TIPO           PIC X(01).
           05 FILLER               PIC X(01).
           05 GLJ-H-DATA           PIC 9(08).
           05 FILLER               PIC X(01).
           05 GLJ-H-ORIGEM         PIC X(08).
           05 FILLER               PIC X(01).
           05 GLJ-H-GERADO-DATA    PIC 9(08).
           05 FILLER               PIC X(01).
           05 GLJ-H-GERADO-HORA    PIC 9(08).
           05 FILLER               PIC X(01).
           05 GLJ-H-QTDE           PIC 9(07).
           05 FILLER               PIC X(01).
           05 GLJ-H-DEBITO         PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 GLJ-H-CREDITO        PIC 9(09)V99.
           05 FILLER               PIC X(11).

       01  GLJ-TRAILER REDEFINES GLJ-DETALHE.
           05 GLJ-T-TIPO           PIC X(01).
           05 FILLER               PIC X(01).
           05 GLJ-T-DATA           PIC 9(08).
           05 FILLER               PIC X(01).
           05 GLJ-T-QTDE           PIC 9(07).
           05 FILLER               PIC X(01).
           05 GLJ-T-QTDE-DEB       PIC 9(07).
           05 FILLER               PIC X(01).
           05 GLJ-T-QTDE-CRED      PIC 9(07).
           05 FILLER               PIC X(01).
           05 GLJ-T-DEBITO         PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 GLJ-T-CREDITO        PIC 9(09)V99.
           05 FILLER               PIC X(22).

       FD  EXC-FILE.
       01  EXC-LINE                PIC X(120).

       COPY ERRLOGFD.

       COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-PARM-DATA PIC X(08) VALUE SPACES.

       77 WRK-LEDGER-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-LEDGER-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 FIM-LEDGER-FILE VALUE 'Y'.

       77 WRK-GLMAP-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-GLMAP PIC X(01) VALUE 'N'.
           88 FIM-GLMAP-FILE VALUE 'Y'.

       77 WRK-DAYSTAT-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-DAYSTAT PIC X(01) VALUE 'N'.
           88 FIM-DAYSTAT-FILE VALUE 'Y'.
       77 WRK-DIA-STATUS PIC X(01) VALUE SPACE.
           88 DIA-FECHADO VALUE 'F'.

       77 WRK-WORK-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-WORK-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-WORK PIC X(01) VALUE 'N'.
           88 FIM-WORK-FILE VALUE 'Y'.

       77 WRK-JOURNAL-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-JOURNAL-FS PIC X(02) VALUE SPACES.

       77 WRK-EXC-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-EXC-ABERTO PIC X(01) VALUE 'N'.
           88 EXC-ABERTO VALUE 'Y'.

       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
       77 WRK-BATCH-PROBE PIC 9(02) VALUE ZEROS.
       77 WRK-LOTE-ATUAL PIC X(02) VALUE SPACES.

       77 WRK-LINHA-NUM PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-PARES PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-NAO-LANCA PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-EXCECAO PIC 9(07) VALUE ZEROS.
       77 WRK-SEQ PIC 9(07) VALUE ZEROS.

      ***** CONTROL TOTALS AS THE PAIRS ARE STAGED, THEN AGAIN FROM
      ***** A RE-READ OF THE STAGING FILE - THE JOURNAL IS ONLY
      ***** RELEASED WHEN BOTH AGREE AND DEBITS EQUAL CREDITS.
       77 WRK-TOT-DEBITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REL-DEBITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REL-CREDITO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REL-QTDE-DEB PIC 9(07) VALUE ZEROS.
       77 WRK-REL-QTDE-CRED PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ED PIC ZZZZZZZZ9.99 VALUE ZEROS.

       77 WRK-BALANCO PIC X(01) VALUE 'N'.
           88 JOURNAL-BALANCEADO VALUE 'Y'.

      ***** PARSED FIELDS OF THE LINE BEING JOURNALLED.
       77 WRK-OPCODE PIC X(01) VALUE SPACE.
       77 WRK-RESULT PIC S9(4)V99 VALUE ZEROS.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CONTA-DEB PIC X(10) VALUE SPACES.
       77 WRK-CONTA-CRED PIC X(10) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.

      ***** GLMAP HELD IN MEMORY FOR THE RUN - ONE ENTRY PER OPCODE,
      ***** SIZED WELL ABOVE THE THIRTEEN OPCODES EX2 KNOWS TODAY.
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

      ***** STAGING IMAGE OF A JOURNAL DETAIL LINE (SAME LAYOUT AS
      ***** GLJ-DETALHE) - BUILT HERE, NEVER IN THE FD RECORD AREA OF
      ***** THE JOURNAL, WHICH IS NOT OPEN WHILE THE PAIRS ARE STAGED.
       01  WRK-GLJ-DETALHE.
           05 WRK-GLJ-TIPO         PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-DATA         PIC 9(08) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-SEQ          PIC 9(07) VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-CONTA        PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-DC           PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-VALOR        PIC 9(07)V99 VALUE ZEROS.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-HORA         PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-OPCODE       PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-OPERADOR     PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-GLJ-LOTE         PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE SPACES.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='GLJRNL  '==.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='GLJRNL  '==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE SPACES TO WRK-PARM-DATA
       ACCEPT WRK-PARM-DATA FROM CONSOLE
       IF WRK-PARM-DATA IS NUMERIC
           MOVE WRK-PARM-DATA TO WRK-DATA-ALVO
       ELSE
           IF WRK-PARM-DATA NOT = SPACES
               DISPLAY 'PARAMETRO DE DATA INVALIDO, USANDO A '
                       'DATA DE HOJE'
           END-IF
           MOVE WRK-HOJE-AAAAMMDD TO WRK-DATA-ALVO
       END-IF
       MOVE WRK-DATA-ALVO TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

       PERFORM VERIFICA-DIA-FECHADO
       IF NOT DIA-FECHADO
           DISPLAY 'DIA ' WRK-DATA-ALVO ' AINDA ABERTO, JOURNAL '
                   'NAO GERADO - FECHAR O DIA (DAYCLOSE) ANTES'
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'DIA-ABERTO' TO WRK-ERRLOG-CAMPO
           MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM CARREGA-MAPA
           IF WRK-MAPA-CNT = 0
               DISPLAY 'TABELA GLMAP AUSENTE OU VAZIA, JOURNAL '
                       'NAO GERADO'
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-GLMAP-FS' TO WRK-ERRLOG-CAMPO
               MOVE WRK-GLMAP-FS TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GERA-JOURNAL
           END-IF
       END-IF

       MOVE WRK-CNT-LINHAS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-PARES TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY NUMCHKP.

       COPY ERRLOGP.

       COPY RUNLOGP.

      ***** LAST DAYSTAT RECORD FOR THE DATE WINS, AS IN EX2'S
      ***** VERIFICA-DIA-FECHADO.
       VERIFICA-DIA-FECHADO.
           MOVE SPACE TO WRK-DIA-STATUS
           MOVE 'N' TO WRK-EOF-DAYSTAT
           OPEN INPUT DAYSTAT-FILE
           IF WRK-DAYSTAT-FS = '00'
               PERFORM UNTIL FIM-DAYSTAT-FILE
                   READ DAYSTAT-FILE
                       AT END
                           SET FIM-DAYSTAT-FILE TO TRUE
                       NOT AT END
                           IF STAT-DATA = WRK-DATA-ALVO
                               MOVE STAT-STATUS TO WRK-DIA-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYSTAT-FILE
           END-IF.

       CARREGA-MAPA.
           MOVE ZEROS TO WRK-MAPA-CNT
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.

       GERA-JOURNAL.
           MOVE SPACES TO WRK-WORK-DSNAME WRK-JOURNAL-DSNAME
                          WRK-EXC-DSNAME
           STRING 'GLWORK.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-WORK-DSNAME
           END-STRING
           STRING 'GLJRNL.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-JOURNAL-DSNAME
           END-STRING
           STRING 'GLEXC.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-EXC-DSNAME
           END-STRING

           OPEN OUTPUT WORK-FILE

           MOVE SPACES TO WRK-LEDGER-DSNAME WRK-LOTE-ATUAL
           STRING 'LEDGER.' WRK-DATA-ALVO DELIMITED BY SIZE
                   INTO WRK-LEDGER-DSNAME
           END-STRING
           PERFORM JOURNALIZA-UM-LEDGER
           PERFORM VARYING WRK-BATCH-PROBE FROM 1 BY 1
                   UNTIL WRK-BATCH-PROBE > WRK-BATCH-MAX
               MOVE SPACES TO WRK-LEDGER-DSNAME
               STRING 'LEDGER.' WRK-DATA-ALVO WRK-BATCH-PROBE
                       DELIMITED BY SIZE INTO WRK-LEDGER-DSNAME
               END-STRING
               MOVE WRK-BATCH-PROBE TO WRK-LOTE-ATUAL
               PERFORM JOURNALIZA-UM-LEDGER
           END-PERFORM

           CLOSE WORK-FILE
           IF EXC-ABERTO
               CLOSE EXC-FILE
           END-IF

           PERFORM CONFERE-BALANCO
           IF JOURNAL-BALANCEADO
               PERFORM LIBERA-JOURNAL
           ELSE
               DISPLAY 'DEBITOS E CREDITOS NAO CONFEREM, JOURNAL '
                       'NAO GERADO'
               MOVE WRK-REL-DEBITO TO WRK-TOT-ED
               DISPLAY 'TOTAL DEBITOS.: ' WRK-TOT-ED
               MOVE WRK-REL-CREDITO TO WRK-TOT-ED
               DISPLAY 'TOTAL CREDITOS: ' WRK-TOT-ED
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'GLJRNL-BALANCO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-DATA-ALVO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               MOVE 8 TO RETURN-CODE
           END-IF

           CALL 'CBL_DELETE_FILE' USING WRK-WORK-DSNAME

           DISPLAY 'LINHAS DE LEDGER LIDAS.: ' WRK-CNT-LINHAS
           DISPLAY 'PARES DEBITO/CREDITO...: ' WRK-CNT-PARES
           DISPLAY 'LINHAS NAO LANCADAS....: ' WRK-CNT-NAO-LANCA
           DISPLAY 'EXCECOES...............: ' WRK-CNT-EXCECAO

      ***** A SHORT FEED IS A WARNING, NOT A FAILURE: THE BALANCED
      ***** JOURNAL STILL GOES OUT, BUT THE STEP ENDS WITH 4 AND THE
      ***** EXCEPTION COUNT IS LOGGED FOR THE GL TEAM.
           IF WRK-CNT-EXCECAO > 0
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'WRK-CNT-EXCECAO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-CNT-EXCECAO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ***** JOURNALS ONE LEDGER DSNAME (ALREADY BUILT BY THE CALLER),
      ***** SKIPPING SILENTLY WHEN IT DOES NOT EXIST, THE SAME WAY
      ***** THE ROLLUP PROBES DO.
       JOURNALIZA-UM-LEDGER.
           MOVE 'N' TO WRK-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           IF WRK-LEDGER-FS = '00'
               MOVE ZEROS TO WRK-LINHA-NUM
               PERFORM UNTIL FIM-LEDGER-FILE
                   READ LEDGER-FILE
                       AT END
                           SET FIM-LEDGER-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-LINHA-NUM
                           ADD 1 TO WRK-CNT-LINHAS
                           PERFORM JOURNALIZA-LINHA
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       JOURNALIZA-LINHA.
           MOVE SPACES TO WRK-MOTIVO
           MOVE FUNCTION UPPER-CASE(LEDGER-LINE(10:1)) TO WRK-OPCODE

           MOVE ZEROS TO WRK-MAPA-MATCH
           PERFORM VARYING WRK-MAPA-IDX FROM 1 BY 1
                   UNTIL WRK-MAPA-IDX > WRK-MAPA-CNT
               IF WRK-MAPA-OPCODE(WRK-MAPA-IDX) = WRK-OPCODE
                   MOVE WRK-MAPA-IDX TO WRK-MAPA-MATCH
               END-IF
           END-PERFORM

           IF WRK-MAPA-MATCH = 0
               MOVE 'OPCODE SEM MAPEAMENTO GL' TO WRK-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               IF WRK-MAPA-LANCA(WRK-MAPA-MATCH) = 'N'
                   ADD 1 TO WRK-CNT-NAO-LANCA
               ELSE
                   MOVE LEDGER-LINE(30:8) TO WS-NUMCHK-RAW
                   PERFORM VALIDA-NUMCHK
                   IF NUMERIC-CHECK-FALHOU
                           OR LEDGER-LINE(1:8) IS NOT NUMERIC
                       MOVE 'LINHA ILEGIVEL' TO WRK-MOTIVO
                       PERFORM GRAVA-EXCECAO
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW)
                           TO WRK-RESULT
                       PERFORM GRAVA-PAR
                   END-IF
               END-IF
           END-IF.

      ***** STAGES THE DEBIT AND THE CREDIT LINE FOR ONE POSTING. THE
      ***** JOURNAL CARRIES UNSIGNED AMOUNTS, SO A NEGATIVE RESULT
      ***** SWAPS THE MAPPED ACCOUNTS INSTEAD.
       GRAVA-PAR.
           IF WRK-RESULT < 0
               COMPUTE WRK-VALOR = 0 - WRK-RESULT
               MOVE WRK-MAPA-CONTA-CRED(WRK-MAPA-MATCH)
                   TO WRK-CONTA-DEB
               MOVE WRK-MAPA-CONTA-DEB(WRK-MAPA-MATCH)
                   TO WRK-CONTA-CRED
           ELSE
               MOVE WRK-RESULT TO WRK-VALOR
               MOVE WRK-MAPA-CONTA-DEB(WRK-MAPA-MATCH)
                   TO WRK-CONTA-DEB
               MOVE WRK-MAPA-CONTA-CRED(WRK-MAPA-MATCH)
                   TO WRK-CONTA-CRED
           END-IF

           ADD 1 TO WRK-CNT-PARES

           MOVE 'D' TO WRK-GLJ-TIPO
           MOVE WRK-DATA-ALVO TO WRK-GLJ-DATA
           ADD 1 TO WRK-SEQ
           MOVE WRK-SEQ TO WRK-GLJ-SEQ
           MOVE WRK-CONTA-DEB TO WRK-GLJ-CONTA
           MOVE 'D' TO WRK-GLJ-DC
           MOVE WRK-VALOR TO WRK-GLJ-VALOR
           MOVE LEDGER-LINE(1:8) TO WRK-GLJ-HORA
           MOVE WRK-OPCODE TO WRK-GLJ-OPCODE
           MOVE LEDGER-LINE(39:8) TO WRK-GLJ-OPERADOR
           MOVE WRK-LOTE-ATUAL TO WRK-GLJ-LOTE
           MOVE WRK-GLJ-DETALHE TO WORK-RECORD
           WRITE WORK-RECORD
           ADD WRK-VALOR TO WRK-TOT-DEBITO

           ADD 1 TO WRK-SEQ
           MOVE WRK-SEQ TO WRK-GLJ-SEQ
           MOVE WRK-CONTA-CRED TO WRK-GLJ-CONTA
           MOVE 'C' TO WRK-GLJ-DC
           MOVE WRK-GLJ-DETALHE TO WORK-RECORD
           WRITE WORK-RECORD
           ADD WRK-VALOR TO WRK-TOT-CREDITO.

       GRAVA-EXCECAO.
           IF NOT EXC-ABERTO
               OPEN OUTPUT EXC-FILE
               MOVE 'EXCECOES DO JOURNAL GL - GLJRNL' TO EXC-LINE
               WRITE EXC-LINE
               SET EXC-ABERTO TO TRUE
           END-IF
           ADD 1 TO WRK-CNT-EXCECAO
           MOVE SPACES TO EXC-LINE
           STRING WRK-LEDGER-DSNAME ' LINHA ' WRK-LINHA-NUM ' '
                   WRK-MOTIVO ': ' LEDGER-LINE(1:46)
                   DELIMITED BY SIZE INTO EXC-LINE
           END-STRING
           WRITE EXC-LINE.

      ***** RE-READS THE STAGED PAIRS AND RECOMPUTES THE CONTROL
      ***** TOTALS FROM WHAT IS ACTUALLY ON DISK. THE JOURNAL IS
      ***** BALANCED WHEN DEBIT AND CREDIT COUNTS AND AMOUNTS AGREE
      ***** WITH EACH OTHER AND WITH THE TOTALS KEPT WHILE STAGING.
       CONFERE-BALANCO.
           MOVE 'N' TO WRK-BALANCO
           MOVE ZEROS TO WRK-REL-DEBITO WRK-REL-CREDITO
                         WRK-REL-QTDE-DEB WRK-REL-QTDE-CRED
           MOVE 'N' TO WRK-EOF-WORK
           OPEN INPUT WORK-FILE
           IF WRK-WORK-FS = '00'
               PERFORM UNTIL FIM-WORK-FILE
                   READ WORK-FILE
                       AT END
                           SET FIM-WORK-FILE TO TRUE
                       NOT AT END
                           MOVE WORK-RECORD TO WRK-GLJ-DETALHE
                           IF WRK-GLJ-DC = 'D'
                               ADD 1 TO WRK-REL-QTDE-DEB
                               ADD WRK-GLJ-VALOR TO WRK-REL-DEBITO
                           ELSE
                               ADD 1 TO WRK-REL-QTDE-CRED
                               ADD WRK-GLJ-VALOR TO WRK-REL-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               IF WRK-REL-DEBITO = WRK-REL-CREDITO
                       AND WRK-REL-QTDE-DEB = WRK-REL-QTDE-CRED
                       AND WRK-REL-DEBITO = WRK-TOT-DEBITO
                       AND WRK-REL-CREDITO = WRK-TOT-CREDITO
                   SET JOURNAL-BALANCEADO TO TRUE
               END-IF
           ELSE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'WRK-WORK-FS' TO WRK-ERRLOG-CAMPO
               MOVE WRK-WORK-FS TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** WRITES THE DATED JOURNAL: HEADER WITH THE CONTROL TOTALS,
      ***** THE STAGED PAIRS VERBATIM, TRAILER WITH THE SAME TOTALS.
       LIBERA-JOURNAL.
           ACCEPT WRK-HORA FROM TIME
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO GLJ-CABECALHO
           MOVE 'H' TO GLJ-H-TIPO
           MOVE WRK-DATA-ALVO TO GLJ-H-DATA
           MOVE 'EX2' TO GLJ-H-ORIGEM
           MOVE WRK-HOJE-AAAAMMDD TO GLJ-H-GERADO-DATA
           MOVE WRK-HORA TO GLJ-H-GERADO-HORA
           COMPUTE GLJ-H-QTDE = WRK-REL-QTDE-DEB + WRK-REL-QTDE-CRED
           MOVE WRK-REL-DEBITO TO GLJ-H-DEBITO
           MOVE WRK-REL-CREDITO TO GLJ-H-CREDITO
           WRITE GLJ-CABECALHO

           MOVE 'N' TO WRK-EOF-WORK
           OPEN INPUT WORK-FILE
           PERFORM UNTIL FIM-WORK-FILE
               READ WORK-FILE
                   AT END
                       SET FIM-WORK-FILE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO GLJ-DETALHE
                       WRITE GLJ-DETALHE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE

           MOVE SPACES TO GLJ-TRAILER
           MOVE 'T' TO GLJ-T-TIPO
           MOVE WRK-DATA-ALVO TO GLJ-T-DATA
           COMPUTE GLJ-T-QTDE = WRK-REL-QTDE-DEB + WRK-REL-QTDE-CRED
           MOVE WRK-REL-QTDE-DEB TO GLJ-T-QTDE-DEB
           MOVE WRK-REL-QTDE-CRED TO GLJ-T-QTDE-CRED
           MOVE WRK-REL-DEBITO TO GLJ-T-DEBITO
           MOVE WRK-REL-CREDITO TO GLJ-T-CREDITO
           WRITE GLJ-TRAILER
           CLOSE JOURNAL-FILE

           MOVE WRK-REL-DEBITO TO WRK-TOT-ED
           DISPLAY 'JOURNAL ' WRK-JOURNAL-DSNAME ' GERADO, '
                   'DEBITOS = CREDITOS = ' WRK-TOT-ED.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFDSP.
********************************
******* OUTBOUND NOTIFICATION DISPATCHER. EVERY PROGRAM THAT RAISES
******* AN OPERATIONAL EXCEPTION (ERRDIG'S THRESHOLD ALERTS,
******* LEDGVER'S DISCREPANCIES, EX2'S DIVERGENT RECONCILIATIONS,
******* SINALDST'S CREDIT REVIEW, SUSPREP'S SUSPENSE AGING AND
******* HOUSEKP'S REMOVAL FAILURES) ALSO APPENDS A STANDARD RECORD
******* TO THE SHARED NOTIFQ QUEUE THROUGH GRAVA-NOTIF (SEE
******* NOTIFP.CPY). THIS PROGRAM READS THE QUEUE, LOOKS EACH EVENT
******* TYPE UP IN THE NOTIFDST DISTRIBUTION LIST (EVENT TYPE TO
******* RECIPIENT GROUP AND MAILBOX; 'TODOS' ROWS RECEIVE EVERY
******* TYPE) AND APPENDS A FORMATTED MESSAGE TO EACH RECIPIENT
******* GROUP'S OUTBOX NOTIF.<GROUP>.yyyymmdd, FOR THE MAIL
******* TRANSFER TO PICK UP.
******* WHAT WAS SENT IS MARKED IN THE NOTIFENV REGISTER, ONE LINE
******* PER EVENT: TYPE, BUSINESS DATE, ORIGIN PROGRAM AND KEY
******* (THE EVENT'S IDENTITY), WHEN IT WENT AND TO HOW MANY GROUPS.
******* AN EVENT WHOSE IDENTITY IS ALREADY IN THE REGISTER - A
******* DISPATCHER RERUN, OR A PRODUCER RERUN THAT QUEUED THE SAME
******* EVENT AGAIN - IS COUNTED AS A DUPLICATE AND NOT SENT TWICE.
******* THIS STEP NEVER REWRITES THE QUEUE, SO A PRODUCER MAY
******* APPEND TO IT WHILE THIS STEP RUNS. EVENTS OLDER THAN
******* WRK-JANELA-DIAS ARE NEITHER SENT NOR LOADED FROM THE
******* REGISTER; HOUSEKP MOVES THEM OUT OF THE QUEUE AND THE
******* REGISTER INTO ITS ARCHIVE.
******* AN EVENT TYPE NO ROW OF THE LIST COVERS IS REGISTERED AS
******* 'S' (NO RECIPIENT), LOGGED TO ERRORLOG AND ENDS THE STEP
******* WITH RC 4; IT IS NOT MARKED SENT, SO IT GOES OUT ON THE
******* FIRST RUN AFTER THE LIST IS FIXED. NO DISTRIBUTION LIST AT
******* ALL ENDS THE STEP WITH RC 8 AND SENDS NOTHING.
******* START AND END OF THE STEP (QUEUE RECORDS IN, MESSAGES OUT)
******* GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NOTIFSL.

           SELECT DIST-FILE ASSIGN TO "NOTIFDST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIST-FS.

           SELECT ENV-FILE ASSIGN TO "NOTIFENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENV-FS.

           SELECT MSG-FILE ASSIGN TO DYNAMIC WRK-MSG-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MSG-FS.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
       COPY NOTIFFD.

      ***** ONE ROW PER EVENT TYPE AND RECIPIENT: EVENT TYPE (OR
      ***** 'TODOS' FOR EVERY TYPE), RECIPIENT GROUP (NAMES THE
      ***** OUTBOX) AND MAILBOX. A GROUP MAY HAVE SEVERAL ROWS FOR THE
      ***** SAME TYPE - ONE MESSAGE GOES OUT ADDRESSED TO ALL OF THEM.
      ***** A LINE STARTING WITH '*' IS A COMMENT.
       FD  DIST-FILE.
       01  DIST-RECORD.
           05 DIST-TIPO              PIC X(15).
           05 FILLER                 PIC X(01).
           05 DIST-GRUPO             PIC X(08).
           05 FILLER                 PIC X(01).
           05 DIST-DESTINO           PIC X(40).

      ***** SITUACAO: E = SENT (ENV-GRUPOS OUTBOXES), S = NO ROW OF
      ***** THE LIST COVERED THE TYPE. ONLY 'E' LINES BLOCK A RESEND.
       FD  ENV-FILE.
       01  ENV-RECORD.
           05 ENV-CHAVE-EVENTO.
               10 ENV-TIPO           PIC X(15).
               10 FILLER             PIC X(01).
               10 ENV-DATA-NEGOCIO   PIC 9(08).
               10 FILLER             PIC X(01).
               10 ENV-PROGRAMA       PIC X(08).
               10 FILLER             PIC X(01).
               10 ENV-CHAVE          PIC X(30).
           05 FILLER                 PIC X(01).
           05 ENV-SITUACAO           PIC X(01).
               88 ENV-ENVIADO        VALUE 'E'.
               88 ENV-SEM-DESTINO    VALUE 'S'.
           05 FILLER                 PIC X(01).
           05 ENV-DATA               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 ENV-HORA               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 ENV-GRUPOS             PIC 9(02).

       FD  MSG-FILE.
       01  MSG-LINE                  PIC X(100).

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-INT PIC 9(07) VALUE ZEROS.

      ***** HOW OLD AN EVENT'S BUSINESS DATE MAY BE AND STILL BE SENT
      ***** (AND HOW FAR BACK THE REGISTER IS LOADED TO RECOGNIZE IT).
      ***** HOUSEKP ARCHIVES REGISTER LINES OLDER THAN THE SAME WINDOW
      ***** (WRK-ENV-JANELA THERE) - CHANGE BOTH TOGETHER.
       77 WRK-JANELA-DIAS PIC 9(03) VALUE 090.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.

       77 WRK-EOF-NOTIF PIC X(01) VALUE 'N'.
           88 FIM-NOTIF-FILE VALUE 'Y'.

       77 WRK-DIST-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-DIST PIC X(01) VALUE 'N'.
           88 FIM-DIST-FILE VALUE 'Y'.

       77 WRK-ENV-FS PIC X(02) VALUE SPACES.
       77 WRK-EOF-ENV PIC X(01) VALUE 'N'.
           88 FIM-ENV-FILE VALUE 'Y'.

       77 WRK-MSG-DSNAME PIC X(30) VALUE SPACES.
       77 WRK-MSG-FS PIC X(02) VALUE SPACES.

      ***** THE DISTRIBUTION LIST, AND PER ROW WHETHER IT COVERS THE
      ***** EVENT BEING ROUTED.
       77 WRK-DST-MAX PIC 9(03) VALUE 050.
       77 WRK-DST-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-DST-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DST-IDX2 PIC 9(03) VALUE ZEROS.
       01  WRK-DST-TAB.
           05 WRK-DST-ENTRY OCCURS 50 TIMES.
               10 WRK-DST-TIPO       PIC X(15).
               10 WRK-DST-GRUPO      PIC X(08).
               10 WRK-DST-DESTINO    PIC X(40).
               10 WRK-DST-MARCA      PIC X(01).
       77 WRK-GRUPO-JA-FEITO PIC X(01) VALUE 'N'.
           88 GRUPO-JA-FEITO VALUE 'S'.
       77 WRK-GRUPOS-EVENTO PIC 9(02) VALUE ZEROS.

      ***** IDENTITIES OF THE EVENTS ALREADY SENT INSIDE THE WINDOW,
      ***** FROM THE REGISTER AND FROM THIS RUN.
       77 WRK-ENV-MAX PIC 9(04) VALUE 3000.
       77 WRK-ENV-CNT PIC 9(04) VALUE ZEROS.
       77 WRK-ENV-IDX PIC 9(04) VALUE ZEROS.
       01  WRK-ENV-TAB.
           05 WRK-ENV-ENTRY OCCURS 3000 TIMES PIC X(64).
       77 WRK-ENV-CHEIA PIC X(01) VALUE 'N'.
           88 ENV-TAB-CHEIA VALUE 'S'.
       77 WRK-JA-ENVIADO PIC X(01) VALUE 'N'.
           88 JA-ENVIADO VALUE 'S'.

      ***** SAME LAYOUT AS ENV-CHAVE-EVENTO.
       01  WRK-EVENTO.
           05 WRK-EVT-TIPO PIC X(15) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-EVT-DATA PIC 9(08) VALUE ZEROS.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-EVT-PROGRAMA PIC X(08) VALUE SPACES.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WRK-EVT-CHAVE PIC X(30) VALUE SPACES.

       77 WRK-CNT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ENVIADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-MENSAGENS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-DUPLICADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-SEM-DESTINO PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-ANTIGOS PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-RETIDOS PIC 9(07) VALUE ZEROS.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='NOTIFDSP'==.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='NOTIFDSP'==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='NOTIFDSP'==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       COMPUTE WRK-HOJE-INT =
           FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
       COMPUTE WRK-DATA-INT = WRK-HOJE-INT - WRK-JANELA-DIAS
       COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG

      ***** WITHOUT THE LIST EVERY EVENT WOULD BE 'NO RECIPIENT';
      ***** NOTHING IS ROUTED AND THE QUEUE WAITS FOR THE RERUN.
       PERFORM CARREGA-DISTRIBUICAO
       IF WRK-DST-CNT = ZEROS
           DISPLAY 'LISTA DE DISTRIBUICAO NOTIFDST AUSENTE OU VAZIA, '
                   'NADA ENVIADO'
           SET ERRLOG-SEV-SISTEMA TO TRUE
           MOVE 'NOTIFDST' TO WRK-ERRLOG-CAMPO
           MOVE 'AUSENTE OU VAZIO' TO WRK-ERRLOG-VALOR
           PERFORM GRAVA-ERRLOG
           MOVE 8 TO RETURN-CODE
           MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
           PERFORM ENCERRA-RUNLOG
           STOP RUN
       END-IF

       PERFORM CARREGA-ENVIADOS

       OPEN INPUT NOTIF-FILE
       IF WRK-NTF-FS = '00'
           OPEN EXTEND ENV-FILE
           IF WRK-ENV-FS = '35'
               OPEN OUTPUT ENV-FILE
           END-IF
           PERFORM UNTIL FIM-NOTIF-FILE
               READ NOTIF-FILE
                   AT END
                       SET FIM-NOTIF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WRK-CNT-LIDOS
                       PERFORM PROCESSA-EVENTO
               END-READ
           END-PERFORM
           CLOSE ENV-FILE
           CLOSE NOTIF-FILE
       ELSE
           DISPLAY 'FILA NOTIFQ VAZIA, NADA A ENVIAR'
       END-IF

       DISPLAY 'EVENTOS NA FILA.........: ' WRK-CNT-LIDOS
       DISPLAY 'EVENTOS ENVIADOS........: ' WRK-CNT-ENVIADOS
       DISPLAY 'MENSAGENS GRAVADAS......: ' WRK-CNT-MENSAGENS
       DISPLAY 'JA ENVIADOS, IGNORADOS..: ' WRK-CNT-DUPLICADOS
       DISPLAY 'SEM DESTINATARIO........: ' WRK-CNT-SEM-DESTINO
       DISPLAY 'FORA DA JANELA..........: ' WRK-CNT-ANTIGOS
       DISPLAY 'RETIDOS (TABELA CHEIA)..: ' WRK-CNT-RETIDOS

      ***** AN EVENT HELD BACK BECAUSE ITS IDENTITY COULD NOT BE
      ***** REMEMBERED NEEDS ATTENTION (WIDEN WRK-ENV-TAB); ONE WITH
      ***** NO RECIPIENT ONLY NEEDS THE LIST FIXED.
       EVALUATE TRUE
           WHEN WRK-CNT-RETIDOS > 0
               MOVE 8 TO RETURN-CODE
           WHEN WRK-CNT-SEM-DESTINO > 0
               MOVE 4 TO RETURN-CODE
       END-EVALUATE

       MOVE WRK-CNT-LIDOS TO WRK-RUN-LIDOS
       MOVE WRK-CNT-MENSAGENS TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

       COPY RUNLOGP.

       COPY ERRLOGP.

       CARREGA-DISTRIBUICAO.
           MOVE 'N' TO WRK-EOF-DIST
           OPEN INPUT DIST-FILE
           IF WRK-DIST-FS = '00'
               PERFORM UNTIL FIM-DIST-FILE
                   READ DIST-FILE
                       AT END
                           SET FIM-DIST-FILE TO TRUE
                       NOT AT END
                           PERFORM GUARDA-DISTRIBUICAO
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.

       GUARDA-DISTRIBUICAO.
           IF DIST-RECORD(1:1) = '*' OR DIST-RECORD = SPACES
               CONTINUE
           ELSE
               IF DIST-TIPO = SPACES OR DIST-GRUPO = SPACES
                       OR WRK-DST-CNT NOT < WRK-DST-MAX
                   DISPLAY 'LINHA DE DISTRIBUICAO INVALIDA OU TABELA '
                           'CHEIA, IGNORADA: ' DIST-RECORD
               ELSE
                   ADD 1 TO WRK-DST-CNT
                   MOVE DIST-TIPO TO WRK-DST-TIPO(WRK-DST-CNT)
                   MOVE DIST-GRUPO TO WRK-DST-GRUPO(WRK-DST-CNT)
                   MOVE DIST-DESTINO TO WRK-DST-DESTINO(WRK-DST-CNT)
               END-IF
           END-IF.

      ***** LOADS THE IDENTITIES OF THE EVENTS SENT INSIDE THE WINDOW.
       CARREGA-ENVIADOS.
           MOVE 'N' TO WRK-EOF-ENV
           OPEN INPUT ENV-FILE
           IF WRK-ENV-FS = '00'
               PERFORM UNTIL FIM-ENV-FILE
                   READ ENV-FILE
                       AT END
                           SET FIM-ENV-FILE TO TRUE
                       NOT AT END
                           IF ENV-ENVIADO
                                   AND ENV-DATA-NEGOCIO IS NUMERIC
                                   AND ENV-DATA-NEGOCIO
                                       NOT < WRK-DATA-LIMITE
                               MOVE ENV-CHAVE-EVENTO TO WRK-EVENTO
                               PERFORM GUARDA-ENVIADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENV-FILE
           END-IF.

       GUARDA-ENVIADO.
           IF WRK-ENV-CNT < WRK-ENV-MAX
               ADD 1 TO WRK-ENV-CNT
               MOVE WRK-EVENTO TO WRK-ENV-ENTRY(WRK-ENV-CNT)
           ELSE
               SET ENV-TAB-CHEIA TO TRUE
           END-IF.

       PROCESSA-EVENTO.
           MOVE NTF-TIPO TO WRK-EVT-TIPO
           MOVE NTF-DATA-NEGOCIO TO WRK-EVT-DATA
           MOVE NTF-PROGRAMA TO WRK-EVT-PROGRAMA
           MOVE NTF-CHAVE TO WRK-EVT-CHAVE
           IF NTF-DATA-NEGOCIO IS NOT NUMERIC
                   OR NTF-DATA-NEGOCIO < WRK-DATA-LIMITE
               ADD 1 TO WRK-CNT-ANTIGOS
           ELSE
               PERFORM PROCURA-ENVIADO
               EVALUATE TRUE
                   WHEN JA-ENVIADO
                       ADD 1 TO WRK-CNT-DUPLICADOS
                   WHEN ENV-TAB-CHEIA
                       ADD 1 TO WRK-CNT-RETIDOS
                       DISPLAY 'TABELA DE ENVIADOS CHEIA, EVENTO '
                               'RETIDO: ' NTF-TIPO ' '
                               NTF-DATA-NEGOCIO ' ' NTF-CHAVE
                   WHEN OTHER
                       PERFORM ROTEIA-EVENTO
               END-EVALUATE
           END-IF.

       PROCURA-ENVIADO.
           MOVE 'N' TO WRK-JA-ENVIADO
           PERFORM VARYING WRK-ENV-IDX FROM 1 BY 1
                   UNTIL WRK-ENV-IDX > WRK-ENV-CNT OR JA-ENVIADO
               IF WRK-ENV-ENTRY(WRK-ENV-IDX) = WRK-EVENTO
                   SET JA-ENVIADO TO TRUE
               END-IF
           END-PERFORM.

      ***** MARKS THE ROWS THAT COVER THE EVENT, WRITES ONE MESSAGE
      ***** PER DISTINCT GROUP AMONG THEM AND REGISTERS THE OUTCOME.
       ROTEIA-EVENTO.
           MOVE ZEROS TO WRK-GRUPOS-EVENTO
           PERFORM VARYING WRK-DST-IDX FROM 1 BY 1
                   UNTIL WRK-DST-IDX > WRK-DST-CNT
               IF WRK-DST-TIPO(WRK-DST-IDX) = NTF-TIPO
                       OR WRK-DST-TIPO(WRK-DST-IDX) = 'TODOS'
                   MOVE 'S' TO WRK-DST-MARCA(WRK-DST-IDX)
               ELSE
                   MOVE 'N' TO WRK-DST-MARCA(WRK-DST-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-DST-IDX FROM 1 BY 1
                   UNTIL WRK-DST-IDX > WRK-DST-CNT
               IF WRK-DST-MARCA(WRK-DST-IDX) = 'S'
                   PERFORM VERIFICA-GRUPO-FEITO
                   IF NOT GRUPO-JA-FEITO
                       PERFORM GRAVA-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO ENV-RECORD
           MOVE WRK-EVENTO TO ENV-CHAVE-EVENTO
           ACCEPT ENV-DATA FROM DATE YYYYMMDD
           ACCEPT ENV-HORA FROM TIME
           MOVE WRK-GRUPOS-EVENTO TO ENV-GRUPOS
           IF WRK-GRUPOS-EVENTO > 0
               SET ENV-ENVIADO TO TRUE
               ADD 1 TO WRK-CNT-ENVIADOS
               PERFORM GUARDA-ENVIADO
           ELSE
               SET ENV-SEM-DESTINO TO TRUE
               ADD 1 TO WRK-CNT-SEM-DESTINO
               DISPLAY 'EVENTO SEM DESTINATARIO NA LISTA: ' NTF-TIPO
                       ' ' NTF-DATA-NEGOCIO ' ' NTF-CHAVE
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'SEM-DESTINO' TO WRK-ERRLOG-CAMPO
               MOVE NTF-TIPO TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF
           WRITE ENV-RECORD.

      ***** A GROUP ALREADY WRITTEN FOR AN EARLIER MARKED ROW GETS NO
      ***** SECOND MESSAGE FOR THE SAME EVENT.
       VERIFICA-GRUPO-FEITO.
           MOVE 'N' TO WRK-GRUPO-JA-FEITO
           PERFORM VARYING WRK-DST-IDX2 FROM 1 BY 1
                   UNTIL WRK-DST-IDX2 NOT < WRK-DST-IDX
               IF WRK-DST-MARCA(WRK-DST-IDX2) = 'S'
                       AND WRK-DST-GRUPO(WRK-DST-IDX2) =
                           WRK-DST-GRUPO(WRK-DST-IDX)
                   SET GRUPO-JA-FEITO TO TRUE
               END-IF
           END-PERFORM.

      ***** APPENDS ONE MESSAGE TO THE GROUP'S OUTBOX FOR TODAY,
      ***** ADDRESSED TO EVERY MAILBOX OF THE GROUP THAT COVERS THE
      ***** EVENT.
       GRAVA-MENSAGEM.
           MOVE SPACES TO WRK-MSG-DSNAME
           STRING 'NOTIF.' DELIMITED BY SIZE
                   WRK-DST-GRUPO(WRK-DST-IDX) DELIMITED BY SPACE
                   '.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO WRK-MSG-DSNAME
           END-STRING
           OPEN EXTEND MSG-FILE
           IF WRK-MSG-FS = '35'
               OPEN OUTPUT MSG-FILE
           END-IF
           MOVE ALL '-' TO MSG-LINE
           WRITE MSG-LINE
           PERFORM VARYING WRK-DST-IDX2 FROM WRK-DST-IDX BY 1
                   UNTIL WRK-DST-IDX2 > WRK-DST-CNT
               IF WRK-DST-MARCA(WRK-DST-IDX2) = 'S'
                       AND WRK-DST-GRUPO(WRK-DST-IDX2) =
                           WRK-DST-GRUPO(WRK-DST-IDX)
                   MOVE SPACES TO MSG-LINE
                   STRING 'PARA........: ' WRK-DST-DESTINO(WRK-DST-IDX2)
                           DELIMITED BY SIZE INTO MSG-LINE
                   END-STRING
                   WRITE MSG-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO MSG-LINE
           STRING 'GRUPO.......: ' WRK-DST-GRUPO(WRK-DST-IDX)
                   DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE SPACES TO MSG-LINE
           STRING 'EVENTO......: ' NTF-TIPO ' SEVERIDADE '
                   NTF-SEVERIDADE DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE SPACES TO MSG-LINE
           STRING 'DATA NEGOCIO: ' NTF-DATA-NEGOCIO
                   DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE SPACES TO MSG-LINE
           STRING 'ORIGEM......: ' NTF-PROGRAMA ' ' NTF-OPERADOR
                   DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE SPACES TO MSG-LINE
           STRING 'REFERENCIA..: ' NTF-CHAVE
                   DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE SPACES TO MSG-LINE
           STRING 'GERADO EM...: ' NTF-GERADO-DATA ' ' NTF-GERADO-HORA
                   DELIMITED BY SIZE INTO MSG-LINE
           END-STRING
           WRITE MSG-LINE
           MOVE NTF-TEXTO TO MSG-LINE
           WRITE MSG-LINE
           CLOSE MSG-FILE
           ADD 1 TO WRK-GRUPOS-EVENTO
           ADD 1 TO WRK-CNT-MENSAGENS.

******* REPAIR/REPOST WORKBENCH FOR THE SUSPENSE FILES EX2'S
******* GRAVA-SUSPENSO WRITES (SUSPENSE.yyyymmdd AND THE
******* BATCH-SUFFIXED SUSPENSE.yyyymmddBB). LETS THE OPERATOR
******* BROWSE A DAY'S UNWORKED REJECTS, CORRECT THE OPCODE, THE
******* AMOUNTS OR THE ACCOUNT A REFUSED POSTING NAMED, AND REPOST
******* THE CORRECTED RECORDS THROUGH EX2'S NORMAL POSTING DISPATCH
******* (CALL WITH MODE 'R', SEE PROCESSA-REPOSTO IN EX2) INTO
******* TODAY'S LEDGER - A REJECTED RATE-CODE RECORD CAN BE
******* REPOSTED UNTOUCHED ONCE RATEMNT HAS FIXED THE TABLE, AND AN
******* ACCOUNT REJECT ONCE ACCTMNT HAS OPENED THE ACCOUNT. WORKED
******* RECORDS ARE FLAGGED 'R' IN PLACE SO THEY ARE NEVER REPOSTED
******* TWICE. ALSO WRITES AN AGING REPORT (SUSPAGE.yyyymmdd) OF
******* UNWORKED SUSPENSE ITEMS BY HOW MANY DAYS THEY HAVE SAT -
******* CALENDAR DAYS AND BUSINESS DAYS OF THE BUSCAL CALENDAR.
******* ITEMS AT LEAST ONE BUSINESS DAY OLD ARE ALSO QUEUED AS A
******* SUSPENSO-AGING EVENT ON THE SHARED NOTIFQ FOR NOTIFDSP.
******* REPAIR/REPOST NEEDS THE SUSPENSE-REPOST PRIVILEGE ON
******* OPERSEC; THE AGING REPORT IS OPEN. A REPAIR IS NOT STARTED
******* WHILE TODAY'S LEDGER IS HELD IN LEDGLOCK BY ANOTHER WRITER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-FILE ASSIGN TO DYNAMIC WRK-AGING-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY OPCATSL.

           COPY OPSECSL.

           COPY LEDLCKSL.

           COPY BUSCALSL.

           COPY ERRLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
      ***** THE RAW X VIEWS MATTER HERE: AN ACCUMULATOR REJECT KEEPS
           05 SUSPENSE-STATUS      PIC X(01).
               88 SUSPENSO-PENDENTE  VALUE SPACE.
               88 SUSPENSO-REPOSTADO VALUE 'R'.
           05 FILLER               PIC X(01).
           05 SUSPENSE-CONTA       PIC X(10).

       FD  REPOST-FILE.
       01  REPOST-RECORD.
                                    SEPARATE CHARACTER.
           05 REPOST-NUM2-X REDEFINES REPOST-NUM2
                                   PIC X(07).
      ***** THE ACCOUNT SITS IN THE SAME COLUMNS AS ON A TRANFILE
      ***** RECORD (28-37); THE EFFECTIVE-DATE COLUMNS STAY BLANK SO
      ***** A REPOST ALWAYS POSTS TODAY.
           05 FILLER               PIC X(10).
           05 REPOST-CONTA         PIC X(10).

       FD  AGING-FILE.
       01  AGING-LINE              PIC X(60).

       COPY OPCATFD.

       COPY OPSECFD.

       COPY LEDLCKFD.

       COPY BUSCALFD.

       COPY ERRLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(1) VALUE ZEROS.
       77 WRK-COD-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-VALOR-SEP PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.
       77 WRK-OPCODE-DIG PIC 9(01) VALUE ZEROS.
       77 WRK-OPCODE-OK PIC X(01) VALUE 'N'.
           88 OPCODE-ACEITO VALUE 'Y'.
       77 WRK-NOVA-CONTA PIC X(10) VALUE SPACES.

      ***** AGING WORK AREA - HOW FAR BACK THE AGING SCAN PROBES AND
      ***** THE DAY-SERIAL ARITHMETIC FOR "DAYS SAT". THE WINDOW
       77 WRK-DATA-INT PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZ9.
       77 WRK-UTEIS-ED PIC ZZ9.
       77 WRK-AGE-PEND PIC 9(05) VALUE ZEROS.
       77 WRK-AGE-TOTAL PIC 9(05) VALUE ZEROS.
      ***** ITEMS ALREADY A BUSINESS DAY OLD OR MORE, AND THE OLDEST
      ***** REJECT DATE AMONG THEM, FOR THE AGING NOTIFICATION.
       77 WRK-AGE-VENCIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-AGE-MAIS-ANTIGA PIC 9(08) VALUE ZEROS.
       77 WRK-AGE-MAIOR-UTEIS PIC ZZ9.

      ***** RAW COLUMN IMAGES, NOT CONVERTED NUMBERS - A LETTER
      ***** OPCODE OR A RATE CODE IN THE NUM1 COLUMNS SURVIVES THE
               10 WRK-SUSP-NUM1        PIC X(07).
               10 WRK-SUSP-NUM2        PIC X(07).
               10 WRK-SUSP-STATUS      PIC X(01).
               10 WRK-SUSP-CONTA       PIC X(10).

       COPY OPCAT.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY LEDLCK.

       COPY BUSCAL.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='SUSPREP '==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='SUSPREP '==.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).
       01 LK-OPERADOR PIC X(08).
       IF LK-OPERADOR NOT OMITTED
           MOVE LK-OPERADOR TO WRK-OPERADOR
       END-IF.
       MOVE WRK-OPERADOR TO WRK-ERRLOG-OPERADOR WRK-NTF-OPERADOR.
       DISPLAY 'ESCOLHA UMA OPCAO'.
       DISPLAY '1- REPARAR/REPOSTAR SUSPENSOS DE UMA DATA'.
       DISPLAY '2- RELATORIO DE AGING DOS SUSPENSOS'.

       EVALUATE WRK-OPCAO
           WHEN 1
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-REPOSTO
                   PERFORM REPARA-SUSPENSOS
               ELSE
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA REPOSTAR'
                   MOVE 'REPOSTAGEM' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           WHEN 2
               PERFORM GERA-AGING
           WHEN OTHER

       COPY ERRLOGP.

       COPY NOTIFP.

       COPY LEDLCKP.

       COPY OPSECP.

       COPY OPCATP.

       COPY BUSCALP.

      ***** THE REPOST LANDS IN TODAY'S UNSUFFIXED LEDGER. IF ANOTHER
      ***** SESSION OR RUN HOLDS IT, SAY SO BEFORE THE OPERATOR
      ***** SPENDS TIME REPAIRING A QUEUE EX2 WOULD REFUSE ANYWAY.
       REPARA-SUSPENSOS.
           ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE SPACES TO WRK-LCK-DSNAME
           STRING 'LEDGER.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
                   INTO WRK-LCK-DSNAME
           END-STRING
           PERFORM CONSULTA-LOCK
           IF LCK-OCUPADO
               DISPLAY 'LEDGER ' WRK-LCK-DSNAME ' EM USO POR '
                       WRK-LCK-DONO-OPERADOR ' ('
                       WRK-LCK-DONO-PROGRAMA ') DESDE '
                       WRK-LCK-DONO-DATA ' ' WRK-LCK-DONO-HORA
               DISPLAY 'REPOSTAGEM RECUSADA - TENTE APOS O TERMINO'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'LEDGER-EM-USO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-LCK-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           ELSE
               PERFORM REPARA-DATA
           END-IF.

       REPARA-DATA.
           PERFORM ACEITA-DATA
           PERFORM CARREGA-CATALOGO

           MOVE SPACES TO WRK-SUSPENSE-DSNAME
           STRING 'SUSPENSE.' WRK-DATA-ALVO DELIMITED BY SIZE
                                   WRK-SUSP-NUM2(WRK-SUSP-CNT)
                               MOVE SUSPENSE-STATUS TO
                                   WRK-SUSP-STATUS(WRK-SUSP-CNT)
                               MOVE SUSPENSE-CONTA TO
                                   WRK-SUSP-CONTA(WRK-SUSP-CNT)
                           ELSE
                               SET SUSP-TABELA-CHEIA TO TRUE
                               SET ERRLOG-SEV-SISTEMA TO TRUE
                       WRK-SUSP-OPCODE(WRK-SUSP-IDX)
                       ' NUM1=' WRK-SUSP-NUM1(WRK-SUSP-IDX)
                       ' NUM2=' WRK-SUSP-NUM2(WRK-SUSP-IDX)
                       ' CONTA=' WRK-SUSP-CONTA(WRK-SUSP-IDX)
               PERFORM ACEITA-ACAO
               EVALUATE TRUE
                   WHEN ACAO-CORRIGIR
               END-IF
           END-PERFORM.

      ***** THE REPOST POSTS TODAY, SO THE NEW OPCODE MUST BE A
      ***** NUMERIC CATALOG OPCODE IN FORCE TODAY. WITH NO CATALOG
      ***** ANY DIGIT IS TAKEN - EX2 REFUSES THE REPOST ANYWAY.
       CORRIGE-SUSPENSO.
           DISPLAY 'OPCODES EM VIGENCIA:'
           PERFORM VARYING WRK-OPC-IDX FROM 1 BY 1
                   UNTIL WRK-OPC-IDX > WRK-OPC-CNT
               IF WRK-OPC-CODIGO(WRK-OPC-IDX) IS NUMERIC
                       AND WRK-HOJE-AAAAMMDD >=
                           WRK-OPC-VIG-INICIO(WRK-OPC-IDX)
                       AND WRK-HOJE-AAAAMMDD <=
                           WRK-OPC-VIG-FIM(WRK-OPC-IDX)
                   DISPLAY '  ' WRK-OPC-CODIGO(WRK-OPC-IDX) ' - '
                           WRK-OPC-DESCRICAO(WRK-OPC-IDX)
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-OPCODE-OK
           PERFORM WITH TEST AFTER UNTIL OPCODE-ACEITO
               DISPLAY 'NOVO OPCODE'
               ACCEPT WS-NUMCHK-RAW FROM CONSOLE
               PERFORM VALIDA-NUMCHK
               IF NUMERIC-CHECK-FALHOU
                   DISPLAY 'VALOR INVALIDO, DIGITE NOVAMENTE'
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-OPCODE-DIG
                   MOVE WRK-OPCODE-DIG TO WRK-OPC-ALVO
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-OPC-DATA
                   PERFORM LOCALIZA-OPCODE
                   IF WRK-OPC-MATCH > ZEROS OR WRK-OPC-CNT = ZEROS
                       SET OPCODE-ACEITO TO TRUE
                   ELSE
                       DISPLAY 'OPCODE FORA DO CATALOGO OU DE '
                               'VIGENCIA, DIGITE NOVAMENTE'
                   END-IF
               END-IF
           END-PERFORM
           MOVE WRK-OPCODE-DIG TO WRK-SUSP-OPCODE(WRK-SUSP-IDX)

           PERFORM WITH TEST AFTER UNTIL NUMERIC-CHECK
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMCHK-RAW) TO WRK-VALOR-SEP
           MOVE WRK-VALOR-SEP TO WRK-SUSP-NUM2(WRK-SUSP-IDX)

      ***** ENTER KEEPS THE ACCOUNT AS SUSPENDED; A SINGLE '*'
      ***** REPOSTS THE RECORD WITHOUT ANY ACCOUNT.
           MOVE SPACES TO WRK-NOVA-CONTA
           DISPLAY 'NOVA CONTA (ENTER MANTEM A ATUAL, * PARA SEM '
                   'CONTA)'
           ACCEPT WRK-NOVA-CONTA FROM CONSOLE
           IF WRK-NOVA-CONTA = '*'
               MOVE SPACES TO WRK-SUSP-CONTA(WRK-SUSP-IDX)
           ELSE
               IF WRK-NOVA-CONTA NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WRK-NOVA-CONTA)
                       TO WRK-SUSP-CONTA(WRK-SUSP-IDX)
               END-IF
           END-IF.

       GRAVA-REPOSTO.
           MOVE SPACES TO REPOST-RECORD
           MOVE WRK-SUSP-OPCODE(WRK-SUSP-IDX) TO REPOST-OPCODE-X
           MOVE WRK-SUSP-NUM1(WRK-SUSP-IDX) TO REPOST-NUM1-X
           MOVE WRK-SUSP-NUM2(WRK-SUSP-IDX) TO REPOST-NUM2-X
           MOVE WRK-SUSP-CONTA(WRK-SUSP-IDX) TO REPOST-CONTA
           WRITE REPOST-RECORD
           MOVE 'R' TO WRK-SUSP-STATUS(WRK-SUSP-IDX)
           ADD 1 TO WRK-REPOST-CNT.
           MOVE WRK-SUSP-NUM1(WRK-SUSP-IDX) TO SUSPENSE-NUM1-X
           MOVE WRK-SUSP-NUM2(WRK-SUSP-IDX) TO SUSPENSE-NUM2-X
           MOVE WRK-SUSP-STATUS(WRK-SUSP-IDX) TO SUSPENSE-STATUS
           MOVE WRK-SUSP-CONTA(WRK-SUSP-IDX) TO SUSPENSE-CONTA
           WRITE SUSPENSE-RECORD.

      ***** AGING REPORT: PROBES THE LAST WRK-AGE-JANELA DAYS OF
      ***** SUSPENSE FILES (UNSUFFIXED AND BATCH-SUFFIXED ALIKE) AND
      ***** WRITES ONE LINE PER DAY THAT STILL HAS UNWORKED RECORDS,
      ***** WITH HOW MANY DAYS THEY HAVE SAT: DIAS IN CALENDAR DAYS,
      ***** UTEIS IN BUSINESS DAYS SINCE (NOT COUNTING THE REJECT'S
      ***** OWN DAY), SO A FRIDAY REJECT IS ONE BUSINESS DAY OLD ON
      ***** MONDAY.
       GERA-AGING.
           ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-HOJE-AAAAMMDD)
           PERFORM CARREGA-CALENDARIO

           MOVE SPACES TO WRK-AGING-DSNAME
           STRING 'SUSPAGE.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
           WRITE AGING-LINE
           DISPLAY AGING-LINE

           MOVE ZEROS TO WRK-AGE-TOTAL WRK-AGE-VENCIDOS
                         WRK-AGE-MAIS-ANTIGA
           PERFORM VARYING WRK-DIAS FROM 0 BY 1
                   UNTIL WRK-DIAS > WRK-AGE-JANELA
               COMPUTE WRK-DATA-INT = WRK-HOJE-INT - WRK-DIAS
               IF WRK-AGE-PEND > 0
                   ADD WRK-AGE-PEND TO WRK-AGE-TOTAL
                   MOVE WRK-DIAS TO WRK-DIAS-ED
                   MOVE WRK-DATA-ALVO TO WRK-CAL-DATA
                   MOVE WRK-HOJE-AAAAMMDD TO WRK-CAL-DATA-ATE
                   PERFORM CONTA-DIAS-UTEIS
                   MOVE WRK-CAL-QTDE TO WRK-UTEIS-ED
                   MOVE SPACES TO AGING-LINE
                   STRING 'DATA=' WRK-DATA-ALVO
                           ' DIAS=' WRK-DIAS-ED
                           ' UTEIS=' WRK-UTEIS-ED
                           ' PENDENTES=' WRK-AGE-PEND
                           DELIMITED BY SIZE INTO AGING-LINE
                   END-STRING
                   WRITE AGING-LINE
                   DISPLAY AGING-LINE
                   IF WRK-CAL-QTDE > 0
                       ADD WRK-AGE-PEND TO WRK-AGE-VENCIDOS
                       MOVE WRK-DATA-ALVO TO WRK-AGE-MAIS-ANTIGA
                       MOVE WRK-UTEIS-ED TO WRK-AGE-MAIOR-UTEIS
                   END-IF
               END-IF
           END-PERFORM

           END-STRING
           WRITE AGING-LINE
           DISPLAY AGING-LINE
           CLOSE AGING-FILE
           IF WRK-AGE-VENCIDOS > 0
               PERFORM NOTIFICA-AGING
           END-IF.

      ***** ONE EVENT PER AGING DATE AND OVERDUE COUNT: RUNNING THE
      ***** REPORT AGAIN THE SAME DAY SENDS NOTHING NEW UNLESS THE
      ***** PICTURE CHANGED; THE NEXT DAY IS A NEW REMINDER.
       NOTIFICA-AGING.
           MOVE 'SUSPENSO-AGING' TO WRK-NTF-TIPO
           SET NOTIF-SEV-MEDIA TO TRUE
           MOVE WRK-HOJE-AAAAMMDD TO WRK-NTF-DATA
           MOVE SPACES TO WRK-NTF-CHAVE
           STRING WRK-AGING-DSNAME DELIMITED BY SPACE
                   ' ' WRK-AGE-VENCIDOS
                   DELIMITED BY SIZE INTO WRK-NTF-CHAVE
           END-STRING
           MOVE SPACES TO WRK-NTF-TEXTO
           STRING 'SUSPENSOS PENDENTES HA 1+ DIA UTIL: '
                   WRK-AGE-VENCIDOS
                   ' MAIS ANTIGO: ' WRK-AGE-MAIS-ANTIGA
                   ' (' WRK-AGE-MAIOR-UTEIS ' UTEIS)'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-STRING
           PERFORM GRAVA-NOTIF.

       CONTA-PENDENTES.
           MOVE 'N' TO WRK-EOF-SUSP

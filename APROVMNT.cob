       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVMNT.
********************************
******* DUAL-CONTROL APPROVAL OF THE POSTINGS EX2 HELD IN APROVPEND
******* BECAUSE THEIR NUM1, NUM2 OR RESULT WENT OVER THE OPCODE'S
******* LIMIT IN THE OPCATAL CATALOG. WALKS THE WAITING ITEMS PAST
******* THE SIGNED-ON OPERATOR, WHO MUST NOT BE THE ONE WHO KEYED
******* THEM (THOSE ARE SHOWN BUT CANNOT BE DECIDED HERE):
*******   - APPROVE HANDS THE ITEM TO EX2 (CALL WITH MODE 'A', SEE
*******     PROCESSA-APROVADO IN EX2), WHICH POSTS IT INTO THE
*******     LEDGER OF THE DATE IT WAS HELD ON;
*******   - REJECT WRITES IT TO THAT DATE'S SUSPENSE FILE, WHERE
*******     SUSPREP CAN REPAIR AND REPOST IT LIKE ANY OTHER REJECT.
******* EVERY DECISION IS WRITTEN TO ERRORLOG (SEVERITY NEGOCIO)
******* UNDER THE APPROVER'S ID, WITH THE KEYING OPERATOR'S ID AND
******* THE TIME THE ITEM WAS HELD IN THE VALUE, AND THE DECIDED
******* ITEM LEAVES APROVPEND AT ONCE, SO IT CAN NEVER BE DECIDED
******* TWICE. APROVPEND IS COPIED AFRESH THROUGH APROVPEND.NEW AT
******* EVERY DECISION, SO ITEMS EX2 HOLDS WHILE THE SESSION RUNS
******* STAY WAITING FOR THE NEXT ONE. DAYCLOSE WILL NOT CLOSE A
******* DATE WHILE ANY OF ITS ITEMS ARE STILL WAITING HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APV-FILE ASSIGN TO DYNAMIC WRK-APV-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APV-FS.

           SELECT APV-NOVO ASSIGN TO DYNAMIC WRK-APVNOVO-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APROVADO-FILE ASSIGN TO "APROVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APROVADO-FS.

           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WRK-SUSPENSE-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SUSPENSE-FS.

           COPY ERRLOGSL.

       DATA DIVISION.
       FILE SECTION.
      ***** SAME LAYOUT AS EX2'S APV-RECORD (SEE WRK-APV-ITEM).
       FD  APV-FILE.
       01  APV-RECORD.
           05 APV-DATA             PIC X(08).
           05 FILLER               PIC X(01).
           05 APV-HORA             PIC X(08).
           05 FILLER               PIC X(38).
           05 APV-DIGITADOR        PIC X(08).
           05 FILLER               PIC X(41).

      ***** SIDE FILE APROVPEND IS REWRITTEN THROUGH AND SWAPPED IN.
       FD  APV-NOVO.
       01  APVNOVO-RECORD          PIC X(104).

      ***** THE ONE ITEM BEING APPROVED, HANDED TO EX2.
       FD  APROVADO-FILE.
       01  APROVADO-RECORD         PIC X(104).

      ***** SAME LAYOUT AS EX2'S SUSPENSE-RECORD; A REJECTED ITEM IS
      ***** WRITTEN UNWORKED (STATUS SPACE) FOR SUSPREP TO PICK UP.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSPENSE-OPCODE-X    PIC X(01).
           05 FILLER               PIC X(01).
           05 SUSPENSE-NUM1-X      PIC X(07).
           05 FILLER               PIC X(01).
           05 SUSPENSE-NUM2-X      PIC X(07).
           05 FILLER               PIC X(01).
           05 SUSPENSE-STATUS      PIC X(01).
           05 FILLER               PIC X(01).
           05 SUSPENSE-CONTA       PIC X(10).

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.
       77 WRK-COD-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-MODO-APROVACAO PIC X(01) VALUE 'A'.

      ***** SIGNED-ON OPERATOR PASSED DOWN BY MENU - THE APPROVER.
      ***** FORWARDED TO EX2 SO ITS ERRORLOG RECORDS FOR THE POSTING
      ***** ALSO CARRY THE APPROVER.
       77 WRK-OPERADOR PIC X(08) VALUE SPACES.

       77 WRK-APV-DSNAME PIC X(20) VALUE 'APROVPEND'.
       77 WRK-APVNOVO-DSNAME PIC X(20) VALUE 'APROVPEND.NEW'.
       77 WRK-APV-FS PIC X(02) VALUE SPACES.
       77 WRK-APROVADO-FS PIC X(02) VALUE SPACES.
       77 WRK-SUSPENSE-DSNAME PIC X(20) VALUE SPACES.
       77 WRK-SUSPENSE-FS PIC X(02) VALUE SPACES.

       77 WRK-EOF-APV PIC X(01) VALUE 'N'.
           88 FIM-APV-FILE VALUE 'Y'.

       77 WRK-APV-MAX PIC 9(03) VALUE 500.
       77 WRK-APV-CNT PIC 9(03) VALUE ZEROS.
       77 WRK-APV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-APV-GRV PIC 9(03) VALUE ZEROS.
       77 WRK-APV-ACHOU PIC X(01) VALUE 'N'.
           88 APV-JA-DECIDIDO VALUE 'S'.
       77 WRK-APV-CHEIA PIC X(01) VALUE 'N'.
           88 APV-TABELA-CHEIA VALUE 'Y'.
       77 WRK-CNT-APROVADO PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-REJEITADO PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-PROPRIO PIC 9(03) VALUE ZEROS.

       77 WRK-ACAO PIC X(01) VALUE SPACE.
           88 ACAO-APROVAR  VALUE 'A'.
           88 ACAO-REJEITAR VALUE 'R'.
           88 ACAO-PULAR    VALUE 'P'.

      ***** WHAT HAPPENED TO EACH ITEM THIS SESSION: SPACE STILL
      ***** WAITING, 'D' DECIDED (APPROVED OR REJECTED) - DECIDED
      ***** ITEMS ARE LEFT OUT WHEN APROVPEND IS REWRITTEN, MATCHED
      ***** ON DATE, HOLD TIME AND KEYING OPERATOR.
       01  WRK-APV-TAB.
           05 WRK-APV-ENTRY OCCURS 500 TIMES.
               10 WRK-APV-LINHA        PIC X(104).
               10 WRK-APV-SITUACAO     PIC X(01).
                   88 APV-DECIDIDO     VALUE 'D'.

      ***** THE ITEM BEING SHOWN/DECIDED, IN EX2'S APV-RECORD
      ***** LAYOUT. THE AMOUNT COLUMNS ARE CARRIED AS RAW IMAGES -
      ***** THEY ARE ONLY SHOWN AND COPIED ON, NEVER COMPUTED ON.
       01  WRK-APV-ITEM.
           05 WRK-APV-DATA         PIC 9(08).
           05 FILLER               PIC X(01).
           05 WRK-APV-HORA         PIC 9(08).
           05 FILLER               PIC X(01).
           05 WRK-APV-OPCODE       PIC X(01).
           05 FILLER               PIC X(01).
           05 WRK-APV-NUM1         PIC X(07).
           05 FILLER               PIC X(01).
           05 WRK-APV-NUM2         PIC X(07).
           05 FILLER               PIC X(01).
           05 WRK-APV-RESULT       PIC X(07).
           05 FILLER               PIC X(01).
           05 WRK-APV-CONTA        PIC X(10).
           05 FILLER               PIC X(01).
           05 WRK-APV-DIGITADOR    PIC X(08).
           05 FILLER               PIC X(01).
           05 WRK-APV-MEMO         PIC X(40).

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='APROVMNT'==.

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
      ***** DUAL CONTROL MEANS TWO KNOWN PEOPLE - AN UNIDENTIFIED
      ***** CALLER CANNOT BE TOLD APART FROM THE KEYING OPERATOR.
       IF WRK-OPERADOR = SPACES
           DISPLAY 'APROVACAO EXIGE OPERADOR IDENTIFICADO'
           MOVE '08' TO LK-COD-RETORNO
       ELSE
           PERFORM CARREGA-RETIDOS
           IF APV-TABELA-CHEIA
               DISPLAY 'APROVPEND MAIOR QUE A AREA DE TRABALHO, '
                       'APROVACAO RECUSADA - ARQUIVO MANTIDO INTACTO'
               MOVE '08' TO LK-COD-RETORNO
           ELSE
               IF WRK-APV-CNT = 0
                   DISPLAY 'NENHUM LANCAMENTO AGUARDANDO APROVACAO'
               ELSE
                   MOVE ZEROS TO WRK-CNT-APROVADO WRK-CNT-REJEITADO
                                 WRK-CNT-PROPRIO
                   PERFORM TRATA-RETIDO
                       VARYING WRK-APV-IDX FROM 1 BY 1
                       UNTIL WRK-APV-IDX > WRK-APV-CNT
                   DISPLAY 'APROVADOS.......: ' WRK-CNT-APROVADO
                   DISPLAY 'REJEITADOS......: ' WRK-CNT-REJEITADO
                   DISPLAY 'LANCADOS POR VOCE (NAO DECIDIDOS): '
                           WRK-CNT-PROPRIO
               END-IF
           END-IF
       END-IF.

       GOBACK.

       COPY ERRLOGP.

       CARREGA-RETIDOS.
           MOVE ZEROS TO WRK-APV-CNT
           MOVE 'N' TO WRK-APV-CHEIA
           MOVE 'N' TO WRK-EOF-APV
           OPEN INPUT APV-FILE
           IF WRK-APV-FS = '00'
               PERFORM UNTIL FIM-APV-FILE
                   READ APV-FILE
                       AT END
                           SET FIM-APV-FILE TO TRUE
                       NOT AT END
                           IF WRK-APV-CNT < WRK-APV-MAX
                               ADD 1 TO WRK-APV-CNT
                               MOVE APV-RECORD TO
                                   WRK-APV-LINHA(WRK-APV-CNT)
                               MOVE SPACE TO
                                   WRK-APV-SITUACAO(WRK-APV-CNT)
                           ELSE
                               SET APV-TABELA-CHEIA TO TRUE
                               SET ERRLOG-SEV-SISTEMA TO TRUE
                               MOVE 'WRK-APV-MAX' TO WRK-ERRLOG-CAMPO
                               MOVE WRK-APV-DSNAME TO WRK-ERRLOG-VALOR
                               PERFORM GRAVA-ERRLOG
                               SET FIM-APV-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APV-FILE
           END-IF.

       TRATA-RETIDO.
           MOVE WRK-APV-LINHA(WRK-APV-IDX) TO WRK-APV-ITEM
           DISPLAY 'RETIDO ' WRK-APV-IDX ': DATA=' WRK-APV-DATA
                   ' HORA=' WRK-APV-HORA ' OPCODE=' WRK-APV-OPCODE
           DISPLAY '    NUM1=' WRK-APV-NUM1 ' NUM2=' WRK-APV-NUM2
                   ' RESULTADO=' WRK-APV-RESULT ' CONTA=' WRK-APV-CONTA
           DISPLAY '    LANCADO POR ' WRK-APV-DIGITADOR
                   ' MEMO=' WRK-APV-MEMO
           IF WRK-APV-DIGITADOR = WRK-OPERADOR
               DISPLAY '    LANCADO POR VOCE - SO OUTRO OPERADOR PODE '
                       'APROVAR OU REJEITAR'
               ADD 1 TO WRK-CNT-PROPRIO
           ELSE
               PERFORM ACEITA-ACAO
               EVALUATE TRUE
                   WHEN ACAO-APROVAR
                       PERFORM APROVA-RETIDO
                   WHEN ACAO-REJEITAR
                       PERFORM REJEITA-RETIDO
                   WHEN ACAO-PULAR
                       CONTINUE
               END-EVALUATE
           END-IF.

       ACEITA-ACAO.
           MOVE SPACE TO WRK-ACAO
           PERFORM WITH TEST AFTER UNTIL ACAO-APROVAR
                   OR ACAO-REJEITAR OR ACAO-PULAR
               DISPLAY 'ACAO? A=APROVAR R=REJEITAR P=PULAR'
               ACCEPT WRK-ACAO FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO
               IF NOT (ACAO-APROVAR OR ACAO-REJEITAR OR ACAO-PULAR)
                   DISPLAY 'ACAO INVALIDA, DIGITE NOVAMENTE'
               END-IF
           END-PERFORM.

      ***** ONLY '00' (POSTED) OR '04' (NO LONGER POSTABLE - EX2 SENT
      ***** IT TO SUSPENSE) SETTLE THE ITEM; ON A REFUSAL SUCH AS A
      ***** CLOSED DAY IT STAYS WAITING.
       APROVA-RETIDO.
           OPEN OUTPUT APROVADO-FILE
           MOVE WRK-APV-ITEM TO APROVADO-RECORD
           WRITE APROVADO-RECORD
           CLOSE APROVADO-FILE
           CALL 'EX2' USING WRK-COD-RETORNO WRK-MODO-APROVACAO
               WRK-OPERADOR
           DISPLAY 'EX2 RETORNOU CODIGO: ' WRK-COD-RETORNO
           IF WRK-COD-RETORNO = '00' OR WRK-COD-RETORNO = '04'
               IF WRK-COD-RETORNO = '04'
                   DISPLAY 'LANCAMENTO APROVADO MAS RECUSADO NA '
                           'POSTAGEM - ENVIADO AOS SUSPENSOS'
               ELSE
                   DISPLAY 'LANCAMENTO APROVADO E POSTADO'
               END-IF
               MOVE 'APROVADO' TO WRK-ERRLOG-CAMPO
               PERFORM REGISTRA-DECISAO
               ADD 1 TO WRK-CNT-APROVADO
           ELSE
               DISPLAY 'APROVACAO RECUSADA PELO EX2, LANCAMENTO '
                       'MANTIDO AGUARDANDO'
           END-IF.

       REJEITA-RETIDO.
           MOVE SPACES TO WRK-SUSPENSE-DSNAME
           STRING 'SUSPENSE.' WRK-APV-DATA DELIMITED BY SIZE
                   INTO WRK-SUSPENSE-DSNAME
           END-STRING
           OPEN EXTEND SUSPENSE-FILE
           IF WRK-SUSPENSE-FS = '35'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WRK-APV-OPCODE TO SUSPENSE-OPCODE-X
           MOVE WRK-APV-NUM1 TO SUSPENSE-NUM1-X
           MOVE WRK-APV-NUM2 TO SUSPENSE-NUM2-X
           MOVE WRK-APV-CONTA TO SUSPENSE-CONTA
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE
           DISPLAY 'LANCAMENTO REJEITADO - ENVIADO A '
                   WRK-SUSPENSE-DSNAME
           MOVE 'REJEITADO' TO WRK-ERRLOG-CAMPO
           PERFORM REGISTRA-DECISAO
           ADD 1 TO WRK-CNT-REJEITADO.

      ***** THE ERRORLOG RECORD IS STAMPED WITH THE APPROVER (THE
      ***** SIGNED-ON OPERATOR); THE VALUE CARRIES THE KEYING
      ***** OPERATOR AND THE HOLD TIME THAT IDENTIFIES THE ITEM.
      ***** APROVPEND IS REWRITTEN AFTER EVERY DECISION, SO AN
      ***** INTERRUPTED SESSION NEVER LEAVES A DECIDED ITEM WAITING.
       REGISTRA-DECISAO.
           SET APV-DECIDIDO(WRK-APV-IDX) TO TRUE
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-APV-DIGITADOR ' ' WRK-APV-HORA
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG
           PERFORM REGRAVA-RETIDOS.

      ***** APROVPEND IS READ AGAIN AS IT STANDS NOW - EX2 MAY HAVE
      ***** HELD MORE ITEMS SINCE THE SESSION LOADED IT - AND COPIED
      ***** TO THE SIDE FILE WITHOUT THE ITEMS DECIDED THIS SESSION,
      ***** WHICH IS THEN SWAPPED IN.
       REGRAVA-RETIDOS.
           MOVE 'N' TO WRK-EOF-APV
           OPEN INPUT APV-FILE
           IF WRK-APV-FS = '00'
               OPEN OUTPUT APV-NOVO
               PERFORM UNTIL FIM-APV-FILE
                   READ APV-FILE
                       AT END
                           SET FIM-APV-FILE TO TRUE
                       NOT AT END
                           PERFORM COPIA-RETIDO
                   END-READ
               END-PERFORM
               CLOSE APV-FILE
               CLOSE APV-NOVO
               CALL 'CBL_DELETE_FILE' USING WRK-APV-DSNAME
               MOVE ZEROS TO RETURN-CODE
               CALL 'CBL_RENAME_FILE' USING WRK-APVNOVO-DSNAME
                   WRK-APV-DSNAME
               IF RETURN-CODE NOT = 0
                   MOVE ZEROS TO RETURN-CODE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'APROVPEND' TO WRK-ERRLOG-CAMPO
                   MOVE 'FALHA NA TROCA' TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               END-IF
           END-IF.

       COPIA-RETIDO.
           MOVE 'N' TO WRK-APV-ACHOU
           PERFORM VARYING WRK-APV-GRV FROM 1 BY 1
                   UNTIL WRK-APV-GRV > WRK-APV-CNT
                      OR APV-JA-DECIDIDO
               IF APV-DECIDIDO(WRK-APV-GRV)
                       AND WRK-APV-LINHA(WRK-APV-GRV)(1:8) = APV-DATA
                       AND WRK-APV-LINHA(WRK-APV-GRV)(10:8) = APV-HORA
                       AND WRK-APV-LINHA(WRK-APV-GRV)(56:8)
                           = APV-DIGITADOR
                   SET APV-JA-DECIDIDO TO TRUE
               END-IF
           END-PERFORM
           IF NOT APV-JA-DECIDIDO
               WRITE APVNOVO-RECORD FROM APV-RECORD
           END-IF.

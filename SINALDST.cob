*******     SINALCHK PUBLISHED IN SINALREP.yyyymmdd, FLAGGING ANY
*******     GAP BETWEEN THE TWO THE SAME WAY EX2'S RECONCILIA FLAGS
*******     A CONTROL-TOTAL MISMATCH.
******* THE FEED CARRIES BOTH SINALCHK'S VALORFILE ITEMS AND THE
******* RESULTS POSTED TO THE DAY'S LEDGERS (SINALNIT); EACH RECORD
******* IS MARKED WITH ITS SOURCE, THE LEDGER ONES WITH THE POSTING
******* THEY CAME FROM, AND THE REVIEW FILE KEEPS BOTH SO THE CREDIT
******* TEAM CAN GO STRAIGHT TO THE LEDGER LINE BEHIND A NEGATIVE.
******* A DAY WITH NEGATIVES TO REVIEW ALSO QUEUES A REVISAO-CREDITO
******* EVENT ON THE SHARED NOTIFQ, SO NOTIFDSP TELLS THE CREDIT
******* TEAM THE REVIEW FILE IS WAITING.
******* START AND END OF THE STEP (FEED RECORDS IN, REVIEW RECORDS
******* OUT) GO TO THE SHARED RUNLOG FOR RUNREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WRK-REVIEW-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY RUNLOGSL.

           COPY ERRLOGSL.

           COPY NOTIFSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASSIF-FILE.
               88 CLASSIF-NEGATIVO  VALUE 'N'.
               88 CLASSIF-ZERO      VALUE 'Z'.
               88 CLASSIF-POSITIVO  VALUE 'P'.
           05 FILLER                PIC X(01).
      ***** SOURCE: V = VALORFILE, L = LEDGER POSTING (BLANK ON A
      ***** FEED WRITTEN BEFORE THE COLUMN EXISTED = VALORFILE). THE
      ***** CLASS WAS DECIDED ON CLASSIF-RESULTADO, DECIMALS INCLUDED;
      ***** CLASSIF-VALOR IS ITS WHOLE-UNIT PART.
           05 CLASSIF-ORIGEM        PIC X(01).
               88 CLASSIF-DO-VALORFILE VALUE 'V' SPACE.
               88 CLASSIF-DO-LEDGER VALUE 'L'.
           05 FILLER                PIC X(01).
           05 CLASSIF-RESULTADO     PIC S9(4)V99 SIGN IS TRAILING
                                     SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
      ***** LEDGER POSTING BEHIND THE RESULT (BLANK FOR VALORFILE):
      ***** LEDGER-HORA-ED, OPCODE, BATCH-ID (BLANK = THE UNSUFFIXED
      ***** LEDGER.yyyymmdd) AND OPERATOR.
           05 CLASSIF-REFERENCIA.
               10 CLASSIF-HORA      PIC X(08).
               10 FILLER            PIC X(01).
               10 CLASSIF-OPCODE    PIC X(01).
               10 FILLER            PIC X(01).
               10 CLASSIF-LOTE      PIC X(02).
               10 FILLER            PIC X(01).
               10 CLASSIF-OPERADOR  PIC X(08).

       FD  SINAL-REPORT-FILE.
       01  SINAL-REPORT-LINE        PIC X(60).
       FD  DIST-FILE.
       01  DIST-LINE                PIC X(60).

      ***** SAME LAYOUT AS CLASSIF-RECORD, SO THE REVIEW LINE NAMES
      ***** THE LEDGER POSTING A NEGATIVE CAME FROM.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05 REVIEW-VALOR          PIC S9(4) SIGN IS TRAILING
                                     SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 REVIEW-CODIGO         PIC X(01).
           05 FILLER                PIC X(01).
           05 REVIEW-ORIGEM         PIC X(01).
           05 FILLER                PIC X(01).
           05 REVIEW-RESULTADO      PIC S9(4)V99 SIGN IS TRAILING
                                     SEPARATE CHARACTER.
           05 FILLER                PIC X(01).
           05 REVIEW-HORA           PIC X(08).
           05 FILLER                PIC X(01).
           05 REVIEW-OPCODE         PIC X(01).
           05 FILLER                PIC X(01).
           05 REVIEW-LOTE           PIC X(02).
           05 FILLER                PIC X(01).
           05 REVIEW-OPERADOR       PIC X(08).

       COPY RUNLOGFD.

       COPY ERRLOGFD.

       COPY NOTIFFD.

       WORKING-STORAGE SECTION.
       77 WRK-HOJE-AAAAMMDD PIC 9(08) VALUE ZEROS.

       77 WRK-CNT-POSITIVO PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-OUTRO PIC 9(07) VALUE ZEROS.

       77 WRK-TOT-NEGATIVO PIC S9(7)V99 VALUE ZEROS.
       77 WRK-TOT-ZERO PIC S9(7)V99 VALUE ZEROS.
       77 WRK-TOT-POSITIVO PIC S9(7)V99 VALUE ZEROS.
       77 WRK-TOT-ED PIC -ZZZZZZ9.99 VALUE ZEROS.

      ***** VALUE OF THE CURRENT FEED RECORD (LEDGER RESULTS KEEP
      ***** THEIR DECIMALS) AND THE SHARE OF THE FEED EACH SOURCE
      ***** BROUGHT IN.
       77 WRK-VALOR-REG PIC S9(4)V99 VALUE ZEROS.
       77 WRK-CNT-LEDGER PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-NEG-LEDGER PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-VALORFILE PIC 9(07) VALUE ZEROS.
       77 WRK-CNT-NEG-VALORFILE PIC 9(07) VALUE ZEROS.

      ***** COUNTS READ BACK OUT OF SINALREP.yyyymmdd. THE REPORT
      ***** LINES ARE WRITTEN BY SINALCHK'S GERA-RELATORIO AS
       77 WRK-CHK-DIFF PIC S9(7) VALUE ZEROS.
       77 WRK-CHK-DIFF-ED PIC -ZZZZZZ9 VALUE ZEROS.

       COPY RUNLOG REPLACING ==:RUNLOG-PROG:== BY =='SINALDST'==.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='SINALDST'==.

       COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='SINALDST'==.

       PROCEDURE DIVISION.
       ACCEPT WRK-HOJE-AAAAMMDD FROM DATE YYYYMMDD
       MOVE WRK-HOJE-AAAAMMDD TO WRK-RUN-DATA-NEGOCIO
       PERFORM INICIA-RUNLOG
       STRING 'SINALCLS.' WRK-HOJE-AAAAMMDD DELIMITED BY SIZE
               INTO WRK-CLASSIF-DSNAME
       END-STRING

       CLOSE DIST-FILE

       IF WRK-CNT-NEGATIVO > 0
           PERFORM NOTIFICA-REVISAO
       END-IF

       MOVE WRK-CNT-NEGATIVO TO WRK-RUN-GRAVADOS
       MOVE RETURN-CODE TO WRK-RUN-COD-CONCLUSAO
       PERFORM ENCERRA-RUNLOG

       STOP RUN.

      ***** ONE PASS OVER THE DAY'S FEED: TALLIES PER CLASS (AND PER
      ***** SOURCE) AND COPIES THE NEGATIVE RECORDS, VERBATIM, INTO
      ***** THE CREDIT TEAM'S REVIEW FILE. A CLASS CODE OUTSIDE
      ***** N/Z/P IS A FEED DEFECT AND IS LOGGED AS A SISTEMA ERROR.
       DISTRIBUI-FEED.
           MOVE 'N' TO WRK-EOF-CLASSIF
           OPEN INPUT CLASSIF-FILE
                       AT END
                           SET FIM-CLASSIF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WRK-RUN-LIDOS
                           PERFORM VALOR-DO-REGISTRO
                           EVALUATE TRUE
                               WHEN CLASSIF-NEGATIVO
                                   ADD 1 TO WRK-CNT-NEGATIVO
                                   ADD WRK-VALOR-REG TO WRK-TOT-NEGATIVO
                                   IF CLASSIF-DO-LEDGER
                                       ADD 1 TO WRK-CNT-NEG-LEDGER
                                   ELSE
                                       ADD 1 TO WRK-CNT-NEG-VALORFILE
                                   END-IF
                                   MOVE CLASSIF-RECORD TO REVIEW-RECORD
                                   WRITE REVIEW-RECORD
                               WHEN CLASSIF-ZERO
                                   ADD 1 TO WRK-CNT-ZERO
                                   ADD WRK-VALOR-REG TO WRK-TOT-ZERO
                               WHEN CLASSIF-POSITIVO
                                   ADD 1 TO WRK-CNT-POSITIVO
                                   ADD WRK-VALOR-REG TO WRK-TOT-POSITIVO
                               WHEN OTHER
                                   ADD 1 TO WRK-CNT-OUTRO
                                   SET ERRLOG-SEV-SISTEMA TO TRUE
               WRITE DIST-LINE
           END-IF
           MOVE SPACES TO DIST-LINE
           STRING 'DO VALORFILE....: ' WRK-CNT-VALORFILE
                   ' NEGATIVOS: ' WRK-CNT-NEG-VALORFILE
                   DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE
           MOVE SPACES TO DIST-LINE
           STRING 'DOS LEDGERS.....: ' WRK-CNT-LEDGER
                   ' NEGATIVOS: ' WRK-CNT-NEG-LEDGER
                   DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE
           MOVE SPACES TO DIST-LINE
           STRING 'REVISAO CREDITO.: ' WRK-CNT-NEGATIVO
                   ' REGISTRO(S) EM ' WRK-REVIEW-DSNAME
                   DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE.

      ***** A LEDGER RESULT IS TOTALLED WITH ITS DECIMALS; A
      ***** VALORFILE ITEM IS A WHOLE NUMBER TO BEGIN WITH, AND AN
      ***** OLDER FEED HAS NO CLASSIF-RESULTADO TO READ.
       VALOR-DO-REGISTRO.
           IF CLASSIF-DO-LEDGER
               ADD 1 TO WRK-CNT-LEDGER
               MOVE CLASSIF-RESULTADO TO WRK-VALOR-REG
           ELSE
               ADD 1 TO WRK-CNT-VALORFILE
               MOVE CLASSIF-VALOR TO WRK-VALOR-REG
           END-IF.

      ***** ONE EVENT PER DATE AND REVIEW SIZE: A RERUN OVER THE SAME
      ***** FEED SENDS NOTHING NEW; A FEED THAT GREW (A LATER SINALNIT
      ***** PASS) ANNOUNCES THE LARGER REVIEW FILE.
       NOTIFICA-REVISAO.
           MOVE 'REVISAO-CREDITO' TO WRK-NTF-TIPO
           SET NOTIF-SEV-MEDIA TO TRUE
           MOVE WRK-HOJE-AAAAMMDD TO WRK-NTF-DATA
           MOVE SPACES TO WRK-NTF-CHAVE
           STRING WRK-REVIEW-DSNAME DELIMITED BY SPACE
                   ' ' WRK-CNT-NEGATIVO
                   DELIMITED BY SIZE INTO WRK-NTF-CHAVE
           END-STRING
           MOVE SPACES TO WRK-NTF-TEXTO
           STRING 'REVISAO CREDITO: ' WRK-CNT-NEGATIVO
                   ' NEGATIVO(S) EM ' DELIMITED BY SIZE
                   WRK-REVIEW-DSNAME DELIMITED BY SPACE
                   ' (V=' WRK-CNT-NEG-VALORFILE
                   ' L=' WRK-CNT-NEG-LEDGER ')'
                   DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-STRING
           PERFORM GRAVA-NOTIF.

       COPY ERRLOGP.

       COPY NOTIFP.

       COPY RUNLOGP.

       LE-SINALREP.
           MOVE 'N' TO WRK-REP-ACHADO
           MOVE 'N' TO WRK-EOF-SINAL

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-FS.

           COPY ERRLOGSL.

           COPY ERRARQSL.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER                   PIC X(33).
           05 AUDIT-OPERADOR           PIC X(08).

       COPY ERRLOGFD.

       COPY ERRARQFD.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
       77 WRK-EOF-AUDIT PIC X(01) VALUE 'N'.
           88 FIM-AUDIT-FILE VALUE 'Y'.

       77 WRK-REPORT-DSNAME PIC X(20) VALUE SPACES.

       77 WRK-BATCH-MAX PIC 9(02) VALUE 10.
               10 WRK-OPER-CNT-SINAL   PIC 9(07) VALUE ZEROS.
               10 WRK-OPER-CNT-ERRO    PIC 9(07) VALUE ZEROS.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='OPERREP '==.

       COPY ERRLOGR.

       LINKAGE SECTION.
       01 LK-COD-RETORNO PIC X(02).

               CLOSE AUDIT-FILE
           END-IF.

      ***** ONLY TODAY'S ERRORLOG RECORDS ARE READ - THE READER
      ***** STARTS THE INDEXED LOG AT TODAY'S DATE THE SAME WAY ERRDIG
      ***** DOES.
       CONTA-ERRLOG.
           MOVE WRK-HOJE-AAAAMMDD TO WRK-ERRL-DATA-DE
           MOVE WRK-HOJE-AAAAMMDD TO WRK-ERRL-DATA-ATE
           PERFORM ABRE-LEITURA-ERRLOG
           PERFORM LE-PROXIMO-ERRLOG
           PERFORM UNTIL FIM-LEITURA-ERRLOG
               MOVE WRK-ERRL-OPERADOR TO WRK-OPER-ALVO
               PERFORM BUSCA-OPERADOR
               IF WRK-OPER-MATCH > 0
                   ADD 1 TO WRK-OPER-CNT-ERRO(WRK-OPER-MATCH)
               END-IF
               PERFORM LE-PROXIMO-ERRLOG
           END-PERFORM
           PERFORM FECHA-LEITURA-ERRLOG.

      ***** FINDS (OR REGISTERS) WRK-OPER-ALVO IN THE OPERATOR TABLE
      ***** AND LEAVES ITS SLOT IN WRK-OPER-MATCH. AN UNSTAMPED
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE.

       COPY ERRLOGRP.

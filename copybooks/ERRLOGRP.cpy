      *****************************************************************
      * SHARED ERROR/EXCEPTION LOG - RE-USABLE READ PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * ERRLOGR WORK AREA (SEE ERRLOGR.CPY FOR THE CALLING SEQUENCE).
      * THE WINDOW IS WALKED ONE CALENDAR MONTH AT A TIME. A MONTH
      * WHOSE ERRLARQ.yyyymm01 GENERATION EXISTS IS READ FROM IT (THE
      * GENERATION ONLY APPEARS ONCE IT IS COMPLETE, SO A ROLLOVER
      * CAUGHT HALF-WAY THROUGH ITS DELETES IS NEVER COUNTED TWICE);
      * ANY OTHER MONTH IS READ FROM THE LIVE ERRORLOG, STARTING
      * DIRECTLY AT ITS FIRST DATE IN THE WINDOW.
      * GRAVA-ERRLOG MUST NOT BE PERFORMED BETWEEN ABRE- AND
      * FECHA-LEITURA-ERRLOG, WHILE THE LOG IS OPEN FOR INPUT.
      *****************************************************************
       ABRE-LEITURA-ERRLOG.
           MOVE 'N' TO WRK-ERRL-FIM
           MOVE 'N' TO WRK-ERRL-VIVO
           MOVE ZEROS TO WRK-ERRL-LIDOS
           SET ERRL-SEM-ORIGEM TO TRUE
           MOVE WRK-ERRL-DATA-ATE(1:6) TO WRK-ERRL-MES-FIM
           MOVE WRK-ERRL-DATA-DE TO WRK-ERRL-MES-DATA
           MOVE 01 TO WRK-ERRL-MES-DD
           OPEN INPUT ERROR-LOG-FILE
           IF WRK-ERRLOG-FS = '00'
               SET ERRL-VIVO-ABERTO TO TRUE
           END-IF
           PERFORM POSICIONA-MES-ERRLOG.

       POSICIONA-MES-ERRLOG.
           SET ERRL-SEM-ORIGEM TO TRUE
           IF WRK-ERRL-MES-AAAAMM > WRK-ERRL-MES-FIM
               SET FIM-LEITURA-ERRLOG TO TRUE
           ELSE
               MOVE SPACES TO WRK-ERRARQ-DSNAME
               STRING 'ERRLARQ.' WRK-ERRL-MES-DATA DELIMITED BY SIZE
                       INTO WRK-ERRARQ-DSNAME
               END-STRING
               OPEN INPUT ERRARQ-FILE
               IF WRK-ERRARQ-FS = '00'
                   SET ERRL-LENDO-ARQUIVO TO TRUE
               ELSE
                   IF ERRL-VIVO-ABERTO
                       MOVE LOW-VALUES TO ERRLOG-CHAVE
                       IF WRK-ERRL-MES-DATA > WRK-ERRL-DATA-DE
                           MOVE WRK-ERRL-MES-DATA TO ERRLOG-DATA
                       ELSE
                           MOVE WRK-ERRL-DATA-DE TO ERRLOG-DATA
                       END-IF
                       START ERROR-LOG-FILE
                               KEY IS NOT LESS THAN ERRLOG-CHAVE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET ERRL-LENDO-VIVO TO TRUE
                       END-START
                   END-IF
               END-IF
           END-IF.

      ***** LEAVES THE NEXT RECORD OF THE WINDOW IN WRK-ERRL-REG, OR
      ***** SETS FIM-LEITURA-ERRLOG.
       LE-PROXIMO-ERRLOG.
           MOVE 'N' TO WRK-ERRL-ACHOU
           PERFORM UNTIL ERRL-ACHOU OR FIM-LEITURA-ERRLOG
               EVALUATE TRUE
                   WHEN ERRL-LENDO-ARQUIVO
                       READ ERRARQ-FILE INTO WRK-ERRL-REG
                           AT END
                               CLOSE ERRARQ-FILE
                               PERFORM PROXIMO-MES-ERRLOG
                           NOT AT END
                               PERFORM CONFERE-JANELA-ERRLOG
                       END-READ
                   WHEN ERRL-LENDO-VIVO
                       READ ERROR-LOG-FILE NEXT RECORD
                               INTO WRK-ERRL-REG
                           AT END
                               PERFORM PROXIMO-MES-ERRLOG
                           NOT AT END
                               IF WRK-ERRL-AAAAMM > WRK-ERRL-MES-AAAAMM
                                   PERFORM PROXIMO-MES-ERRLOG
                               ELSE
                                   PERFORM CONFERE-JANELA-ERRLOG
                               END-IF
                       END-READ
                   WHEN OTHER
                       PERFORM PROXIMO-MES-ERRLOG
               END-EVALUATE
           END-PERFORM.

      ***** RECORDS COME IN KEY ORDER, SO THE FIRST ONE PAST THE LAST
      ***** DATE ENDS THE WHOLE READ.
       CONFERE-JANELA-ERRLOG.
           IF WRK-ERRL-DATA > WRK-ERRL-DATA-ATE
               IF ERRL-LENDO-ARQUIVO
                   CLOSE ERRARQ-FILE
               END-IF
               SET ERRL-SEM-ORIGEM TO TRUE
               SET FIM-LEITURA-ERRLOG TO TRUE
           ELSE
               IF WRK-ERRL-DATA >= WRK-ERRL-DATA-DE
                   SET ERRL-ACHOU TO TRUE
                   ADD 1 TO WRK-ERRL-LIDOS
               END-IF
           END-IF.

       PROXIMO-MES-ERRLOG.
           IF WRK-ERRL-MES-MM = 12
               ADD 1 TO WRK-ERRL-MES-AAAA
               MOVE 01 TO WRK-ERRL-MES-MM
           ELSE
               ADD 1 TO WRK-ERRL-MES-MM
           END-IF
           PERFORM POSICIONA-MES-ERRLOG.

       FECHA-LEITURA-ERRLOG.
           IF ERRL-LENDO-ARQUIVO
               CLOSE ERRARQ-FILE
           END-IF
           SET ERRL-SEM-ORIGEM TO TRUE
           IF ERRL-VIVO-ABERTO
               CLOSE ERROR-LOG-FILE
               MOVE 'N' TO WRK-ERRL-VIVO
           END-IF
           SET FIM-LEITURA-ERRLOG TO TRUE.

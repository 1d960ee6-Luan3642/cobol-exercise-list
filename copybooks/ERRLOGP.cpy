      * ERRLOG WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS. SET
      * WRK-ERRLOG-CAMPO AND WRK-ERRLOG-VALOR THEN PERFORM
      * GRAVA-ERRLOG.
      * THE RECORD IS WRITTEN UNDER SEQUENCE 0000; WHEN THE SAME
      * PROGRAM ALREADY LOGGED SOMETHING IN THE SAME HUNDREDTH OF A
      * SECOND THE KEY IS TAKEN (STATUS 22) AND THE NEXT SEQUENCE IS
      * TRIED, SO NO RECORD IS EVER LOST TO A COLLISION. THE FILE
      * MUST NOT BE OPEN FOR READING IN THE CALLING PROGRAM.
      *****************************************************************
       GRAVA-ERRLOG.
           IF NOT ERRLOG-SUPRIMIDO
               ACCEPT WRK-ERRLOG-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-ERRLOG-HORA FROM TIME
               OPEN I-O ERROR-LOG-FILE
               IF WRK-ERRLOG-FS = '35'
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               IF WRK-ERRLOG-FS = '00'
                   MOVE SPACES TO ERROR-LOG-RECORD
                   MOVE WRK-ERRLOG-DATA TO ERRLOG-DATA
                   MOVE WRK-ERRLOG-HORA TO ERRLOG-HORA
                   MOVE WRK-ERRLOG-PROGRAMA TO ERRLOG-PROGRAMA
                   MOVE ZEROS TO ERRLOG-SEQ
                   MOVE WRK-ERRLOG-SEVERIDADE TO ERRLOG-SEVERIDADE
                   MOVE WRK-ERRLOG-CAMPO TO ERRLOG-CAMPO
                   MOVE WRK-ERRLOG-VALOR TO ERRLOG-VALOR
                   MOVE WRK-ERRLOG-OPERADOR TO ERRLOG-OPERADOR
                   MOVE 'N' TO WRK-ERRLOG-GRAVA-FIM
                   PERFORM UNTIL ERRLOG-GRAVA-ENCERRADA
                       WRITE ERROR-LOG-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF WRK-ERRLOG-FS = '22' AND ERRLOG-SEQ < 9999
                           ADD 1 TO ERRLOG-SEQ
                       ELSE
                           SET ERRLOG-GRAVA-ENCERRADA TO TRUE
                       END-IF
                   END-PERFORM
                   CLOSE ERROR-LOG-FILE
               END-IF
           END-IF
           MOVE 'ENTRADA ' TO WRK-ERRLOG-SEVERIDADE.

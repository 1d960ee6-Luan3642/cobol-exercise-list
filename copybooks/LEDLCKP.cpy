      *****************************************************************
      * LEDGER LOCK REGISTRY - TAKE, RELEASE AND LOOKUP PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * LEDLCK WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS AND THE
      * ERRLOG COPYBOOKS. A SECOND WRITER IS REFUSED, NOT QUEUED: THE
      * HOLDER AND THE TIME IT TOOK THE LEDGER ARE SHOWN SO THE
      * OPERATOR CAN WAIT FOR IT OR, IF THE HOLDER ABENDED, ASK A
      * SUPERVISOR TO CLEAR THE LOCK (LOCKMNT).
      *****************************************************************
       CONSULTA-LOCK.
           SET LCK-LIVRE TO TRUE
           INITIALIZE WRK-LCK-DONO
           MOVE 'N' TO WRK-EOF-LCK
           OPEN INPUT LOCK-FILE
           IF WRK-LCK-FS = '00'
               PERFORM UNTIL FIM-LCK-FILE
                   READ LOCK-FILE
                       AT END
                           SET FIM-LCK-FILE TO TRUE
                       NOT AT END
                           IF LCK-DSNAME = WRK-LCK-DSNAME
                               SET LCK-OCUPADO TO TRUE
                               MOVE LCK-PROGRAMA
                                   TO WRK-LCK-DONO-PROGRAMA
                               MOVE LCK-MODO TO WRK-LCK-DONO-MODO
                               MOVE LCK-OPERADOR
                                   TO WRK-LCK-DONO-OPERADOR
                               MOVE LCK-INICIO-DATA
                                   TO WRK-LCK-DONO-DATA
                               MOVE LCK-INICIO-HORA
                                   TO WRK-LCK-DONO-HORA
                               SET FIM-LCK-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

       ADQUIRE-LOCK.
           SET LCK-NAO-RETIDO TO TRUE
           PERFORM CONSULTA-LOCK
           IF LCK-LIVRE
               ACCEPT WRK-LCK-MEU-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-LCK-MEU-HORA FROM TIME
               MOVE WRK-LCK-DSNAME TO WRK-LCK-MEU-DSNAME
               OPEN EXTEND LOCK-FILE
               IF WRK-LCK-FS = '35'
                   OPEN OUTPUT LOCK-FILE
               END-IF
               MOVE SPACES TO LOCK-RECORD
               MOVE WRK-LCK-DSNAME TO LCK-DSNAME
               MOVE WRK-LCK-DATA TO LCK-DATA
               MOVE WRK-ERRLOG-PROGRAMA TO LCK-PROGRAMA
               MOVE WRK-LCK-MODO TO LCK-MODO
               MOVE WRK-LCK-OPERADOR TO LCK-OPERADOR
               MOVE WRK-LCK-MEU-DATA TO LCK-INICIO-DATA
               MOVE WRK-LCK-MEU-HORA TO LCK-INICIO-HORA
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               SET LCK-RETIDO TO TRUE
           ELSE
               DISPLAY 'LEDGER ' WRK-LCK-DSNAME ' EM USO POR '
                       WRK-LCK-DONO-OPERADOR ' ('
                       WRK-LCK-DONO-PROGRAMA ' MODO '
                       WRK-LCK-DONO-MODO ') DESDE '
                       WRK-LCK-DONO-DATA ' ' WRK-LCK-DONO-HORA
               DISPLAY 'AGUARDE O TERMINO - SE A SESSAO CAIU, PECA A '
                       'LIBERACAO AO SUPERVISOR (LOCKMNT)'
               SET ERRLOG-SEV-NEGOCIO TO TRUE
               MOVE 'LEDGER-EM-USO' TO WRK-ERRLOG-CAMPO
               MOVE WRK-LCK-DSNAME TO WRK-ERRLOG-VALOR
               PERFORM GRAVA-ERRLOG
           END-IF.

       LIBERA-LOCK.
           IF LCK-RETIDO
               MOVE WRK-LCK-MEU-DSNAME TO WRK-LCK-DSNAME
               MOVE WRK-LCK-MEU-DATA TO WRK-LCK-CHAVE-DATA
               MOVE WRK-LCK-MEU-HORA TO WRK-LCK-CHAVE-HORA
               PERFORM REMOVE-LOCK
               SET LCK-NAO-RETIDO TO TRUE
           END-IF.

      ***** DROPS THE LINE KEYED BY WRK-LCK-DSNAME AND
      ***** WRK-LCK-CHAVE-DATA/HORA AND REWRITES THE REST. A REGISTRY
      ***** THE WORK TABLE CANNOT HOLD IS NEVER REWRITTEN FROM A
      ***** TRUNCATED LOAD.
       REMOVE-LOCK.
           MOVE ZEROS TO WRK-LCK-CNT
           MOVE 'N' TO WRK-LCK-CHEIA
           MOVE 'N' TO WRK-EOF-LCK
           OPEN INPUT LOCK-FILE
           IF WRK-LCK-FS = '00'
               PERFORM UNTIL FIM-LCK-FILE
                   READ LOCK-FILE
                       AT END
                           SET FIM-LCK-FILE TO TRUE
                       NOT AT END
                           IF LCK-DSNAME = WRK-LCK-DSNAME
                                   AND LCK-INICIO-DATA =
                                       WRK-LCK-CHAVE-DATA
                                   AND LCK-INICIO-HORA =
                                       WRK-LCK-CHAVE-HORA
                               CONTINUE
                           ELSE
                               IF WRK-LCK-CNT < WRK-LCK-MAX
                                   ADD 1 TO WRK-LCK-CNT
                                   MOVE LOCK-RECORD TO
                                       WRK-LCK-LINHA(WRK-LCK-CNT)
                               ELSE
                                   SET LCK-TABELA-CHEIA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
               IF LCK-TABELA-CHEIA
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'WRK-LCK-MAX' TO WRK-ERRLOG-CAMPO
                   MOVE WRK-LCK-DSNAME TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               ELSE
                   OPEN OUTPUT LOCK-FILE
                   PERFORM VARYING WRK-LCK-IDX FROM 1 BY 1
                           UNTIL WRK-LCK-IDX > WRK-LCK-CNT
                       WRITE LOCK-RECORD FROM WRK-LCK-LINHA(WRK-LCK-IDX)
                   END-PERFORM
                   CLOSE LOCK-FILE
               END-IF
           END-IF.

       CONTA-LOCKS-DATA.
           MOVE ZEROS TO WRK-LCK-QTDE-DATA
           MOVE 'N' TO WRK-EOF-LCK
           OPEN INPUT LOCK-FILE
           IF WRK-LCK-FS = '00'
               PERFORM UNTIL FIM-LCK-FILE
                   READ LOCK-FILE
                       AT END
                           SET FIM-LCK-FILE TO TRUE
                       NOT AT END
                           IF LCK-DATA = WRK-LCK-DATA
                               ADD 1 TO WRK-LCK-QTDE-DATA
                               DISPLAY 'EM USO: ' LCK-DSNAME ' '
                                       LCK-OPERADOR ' ' LCK-PROGRAMA
                                       ' DESDE ' LCK-INICIO-DATA ' '
                                       LCK-INICIO-HORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-FILE
           END-IF.

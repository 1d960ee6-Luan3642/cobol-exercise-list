      *****************************************************************
      * BUSINESS CALENDAR - LOAD AND DATE ARITHMETIC PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * BUSCAL WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS. THE WEEKDAY
      * COMES FROM THE DAY SERIAL: INTEGER-OF-DATE COUNTS FROM
      * 1601-01-01, WHICH WAS A MONDAY. A LINE THAT IS NOT A VALID S,
      * F OR T ENTRY, OR THAT NO LONGER FITS THE TABLES, IS LEFT OUT
      * AND COUNTED ON THE CONSOLE - THE REST OF THE CALENDAR STILL
      * APPLIES.
      *****************************************************************
       CARREGA-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-ANO-CNT WRK-CAL-EXC-CNT
                         WRK-CAL-IGNORADOS
           SET CAL-SEM-ARQUIVO TO TRUE
           MOVE 'N' TO WRK-EOF-CAL
           OPEN INPUT BUSCAL-FILE
           IF WRK-CAL-FS = '00'
               SET CAL-COM-ARQUIVO TO TRUE
               PERFORM UNTIL FIM-CAL-FILE
                   READ BUSCAL-FILE
                       AT END
                           SET FIM-CAL-FILE TO TRUE
                       NOT AT END
                           PERFORM CARREGA-LINHA-CALENDARIO
                   END-READ
               END-PERFORM
               CLOSE BUSCAL-FILE
               IF WRK-CAL-IGNORADOS > ZEROS
                   DISPLAY 'CALENDARIO (BUSCAL): ' WRK-CAL-IGNORADOS
                           ' LINHA(S) INVALIDA(S) IGNORADA(S)'
               END-IF
           ELSE
               DISPLAY 'CALENDARIO (BUSCAL) AUSENTE - TODOS OS DIAS '
                       'CONTAM COMO UTEIS'
           END-IF.

       CARREGA-LINHA-CALENDARIO.
           EVALUATE TRUE
               WHEN CAL-TIPO = 'S' AND CAL-CHAVE(1:4) IS NUMERIC
                       AND WRK-CAL-ANO-CNT < WRK-CAL-ANO-MAX
                   ADD 1 TO WRK-CAL-ANO-CNT
                   MOVE CAL-CHAVE-ANO
                       TO WRK-CAL-ANO-VALOR(WRK-CAL-ANO-CNT)
                   MOVE FUNCTION UPPER-CASE(CAL-SEMANA)
                       TO WRK-CAL-ANO-SEMANA(WRK-CAL-ANO-CNT)
               WHEN (CAL-TIPO = 'F' OR CAL-TIPO = 'T')
                       AND CAL-CHAVE IS NUMERIC
                       AND WRK-CAL-EXC-CNT < WRK-CAL-EXC-MAX
                   ADD 1 TO WRK-CAL-EXC-CNT
                   MOVE CAL-CHAVE-DATA
                       TO WRK-CAL-EXC-DATA(WRK-CAL-EXC-CNT)
                   MOVE CAL-TIPO TO WRK-CAL-EXC-TIPO(WRK-CAL-EXC-CNT)
               WHEN CAL-TIPO = SPACE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WRK-CAL-IGNORADOS
           END-EVALUATE.

      ***** AN IMPOSSIBLE DATE (DAY SERIAL ZERO) IS LEFT A BUSINESS
      ***** DAY, SO NO CALLER LOOPS LOOKING PAST IT.
       VERIFICA-DIA-UTIL.
           SET CAL-DIA-UTIL TO TRUE
           IF CAL-COM-ARQUIVO
               COMPUTE WRK-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA)
               IF WRK-CAL-INT > ZEROS
                   COMPUTE WRK-CAL-DIA-SEMANA =
                       FUNCTION MOD(WRK-CAL-INT - 1, 7) + 1
                   MOVE WRK-CAL-SEMANA-PADRAO TO WRK-CAL-SEMANA
                   PERFORM VARYING WRK-CAL-ANO-IDX FROM 1 BY 1
                           UNTIL WRK-CAL-ANO-IDX > WRK-CAL-ANO-CNT
                       IF WRK-CAL-ANO-VALOR(WRK-CAL-ANO-IDX) =
                               WRK-CAL-DATA(1:4)
                           MOVE WRK-CAL-ANO-SEMANA(WRK-CAL-ANO-IDX)
                               TO WRK-CAL-SEMANA
                       END-IF
                   END-PERFORM
                   IF WRK-CAL-SEMANA-DIA(WRK-CAL-DIA-SEMANA) = 'S'
                       SET CAL-DIA-UTIL TO TRUE
                   ELSE
                       SET CAL-DIA-NAO-UTIL TO TRUE
                   END-IF
                   PERFORM VARYING WRK-CAL-EXC-IDX FROM 1 BY 1
                           UNTIL WRK-CAL-EXC-IDX > WRK-CAL-EXC-CNT
                       IF WRK-CAL-EXC-DATA(WRK-CAL-EXC-IDX) =
                               WRK-CAL-DATA
                           IF WRK-CAL-EXC-TIPO(WRK-CAL-EXC-IDX) = 'F'
                               SET CAL-DIA-NAO-UTIL TO TRUE
                           ELSE
                               SET CAL-DIA-UTIL TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ***** THE GUARD STOPS A CALENDAR WITH A WHOLE YEAR MARKED
      ***** NON-WORKING FROM SPINNING FOREVER; THE DATE IS THEN LEFT
      ***** ONE YEAR ON.
       PROXIMO-DIA-UTIL.
           PERFORM VERIFICA-DIA-UTIL
           MOVE ZEROS TO WRK-CAL-GUARDA
           PERFORM UNTIL CAL-DIA-UTIL OR WRK-CAL-GUARDA > 366
               ADD 1 TO WRK-CAL-GUARDA
               COMPUTE WRK-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA) + 1
               COMPUTE WRK-CAL-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-CAL-INT)
               PERFORM VERIFICA-DIA-UTIL
           END-PERFORM.

      ***** WRK-CAL-DATA IS GIVEN BACK UNCHANGED.
       CONTA-DIAS-UTEIS.
           MOVE ZEROS TO WRK-CAL-QTDE
           MOVE WRK-CAL-DATA TO WRK-CAL-DATA-SALVA
           COMPUTE WRK-CAL-INT-ATE =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA-ATE)
           COMPUTE WRK-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA-SALVA)
           IF WRK-CAL-INT > ZEROS
               PERFORM UNTIL WRK-CAL-INT NOT < WRK-CAL-INT-ATE
                   COMPUTE WRK-CAL-DATA =
                       FUNCTION DATE-OF-INTEGER(WRK-CAL-INT + 1)
                   PERFORM VERIFICA-DIA-UTIL
                   IF CAL-DIA-UTIL
                       ADD 1 TO WRK-CAL-QTDE
                   END-IF
                   COMPUTE WRK-CAL-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-CAL-DATA)
               END-PERFORM
           END-IF
           MOVE WRK-CAL-DATA-SALVA TO WRK-CAL-DATA.

      *****************************************************************
      * OPCODE CATALOG - LOAD AND LOOKUP PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * OPCAT WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS AND THE ERRLOG
      * COPYBOOKS (A BAD CATALOG LINE IS LOGGED AND SKIPPED).
      * PERFORM CARREGA-CATALOGO ONCE PER RUN OR SESSION; A ZERO
      * WRK-OPC-CNT AFTERWARDS MEANS NO USABLE CATALOG.
      *****************************************************************
       CARREGA-CATALOGO.
           MOVE ZEROS TO WRK-OPC-CNT WRK-GRP-CNT
           INITIALIZE WRK-OPC-TAB WRK-GRP-TAB
           MOVE 'N' TO WRK-EOF-OPC
           OPEN INPUT OPCAT-FILE
           IF WRK-OPC-FS = '00'
               PERFORM UNTIL FIM-OPC-FILE
                   READ OPCAT-FILE
                       AT END
                           SET FIM-OPC-FILE TO TRUE
                       NOT AT END
                           IF OPC-CODIGO NOT = SPACE
                               PERFORM GUARDA-OPCODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPCAT-FILE
           END-IF.

       GUARDA-OPCODE.
           SET OPC-ENTRADA-VALIDA TO TRUE
           MOVE FUNCTION UPPER-CASE(OPC-CODIGO) TO OPC-CODIGO
           EVALUATE TRUE
               WHEN OPC-CODIGO = '0' OR '5' OR '6' OR '9'
                   SET OPC-ENTRADA-INVALIDA TO TRUE
               WHEN OPC-CODIGO IS NUMERIC
                   IF OPC-FORMULA NOT = 'A' AND NOT = 'S'
                           AND NOT = 'D' AND NOT = 'M'
                           AND NOT = 'P' AND NOT = 'R'
                       SET OPC-ENTRADA-INVALIDA TO TRUE
                   END-IF
                   IF (OPC-FORMULA = 'D' OR OPC-FORMULA = 'R')
                           AND OPC-DIVISOR NOT = 'S'
                       SET OPC-ENTRADA-INVALIDA TO TRUE
                   END-IF
               WHEN OPC-CODIGO = 'T'
                   IF OPC-FORMULA NOT = 'T'
                       SET OPC-ENTRADA-INVALIDA TO TRUE
                   END-IF
               WHEN OPC-CODIGO = 'L' OR 'A' OR 'S' OR 'M' OR 'P'
                       OR 'G'
                   IF OPC-FORMULA NOT = 'C'
                       SET OPC-ENTRADA-INVALIDA TO TRUE
                   END-IF
               WHEN OTHER
                   SET OPC-ENTRADA-INVALIDA TO TRUE
           END-EVALUATE

           IF OPC-ENTRADA-INVALIDA OR WRK-OPC-CNT >= WRK-OPC-MAX
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               IF OPC-ENTRADA-INVALIDA
                   STRING 'LINHA INVALIDA ' OPC-CODIGO
                           DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
                   END-STRING
               ELSE
                   MOVE 'WRK-OPC-MAX' TO WRK-ERRLOG-VALOR
               END-IF
               PERFORM GRAVA-ERRLOG
           ELSE
               ADD 1 TO WRK-OPC-CNT
               MOVE OPC-CODIGO TO WRK-OPC-CODIGO(WRK-OPC-CNT)
               MOVE OPC-DESCRICAO TO WRK-OPC-DESCRICAO(WRK-OPC-CNT)
               MOVE OPC-GRUPO TO WRK-OPC-GRUPO(WRK-OPC-CNT)
               MOVE OPC-FORMULA TO WRK-OPC-FORMULA(WRK-OPC-CNT)
               MOVE OPC-DIVISOR TO WRK-OPC-DIVISOR(WRK-OPC-CNT)
               MOVE OPC-RECONCILIA TO WRK-OPC-RECONCILIA(WRK-OPC-CNT)
               IF OPC-VIG-INICIO IS NUMERIC
                   MOVE OPC-VIG-INICIO TO
                       WRK-OPC-VIG-INICIO(WRK-OPC-CNT)
               ELSE
                   MOVE ZEROS TO WRK-OPC-VIG-INICIO(WRK-OPC-CNT)
               END-IF
               IF OPC-VIG-FIM IS NUMERIC
                   MOVE OPC-VIG-FIM TO WRK-OPC-VIG-FIM(WRK-OPC-CNT)
               ELSE
                   MOVE 99999999 TO WRK-OPC-VIG-FIM(WRK-OPC-CNT)
               END-IF
               IF OPC-CODIGO IS NUMERIC AND OPC-LIMITE-N IS NUMERIC
                   MOVE OPC-LIMITE-N TO WRK-OPC-LIMITE(WRK-OPC-CNT)
               ELSE
                   MOVE ZEROS TO WRK-OPC-LIMITE(WRK-OPC-CNT)
               END-IF
               MOVE ZEROS TO WRK-OPC-GRP-IDX(WRK-OPC-CNT)
               IF OPC-GRUPO NOT = SPACES
                   PERFORM GUARDA-GRUPO
               END-IF
           END-IF.

      ***** ONE BUCKET PER DISTINCT OPC-GRUPO. A BUCKET IS RECONCILED
      ***** WHEN ANY OPCODE FEEDING IT ASKS FOR IT.
       GUARDA-GRUPO.
           MOVE ZEROS TO WRK-GRP-MATCH
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-CNT
               IF WRK-GRP-NOME(WRK-GRP-IDX) = OPC-GRUPO
                   MOVE WRK-GRP-IDX TO WRK-GRP-MATCH
               END-IF
           END-PERFORM
           IF WRK-GRP-MATCH = 0
               IF WRK-GRP-CNT < WRK-GRP-MAX
                   ADD 1 TO WRK-GRP-CNT
                   MOVE WRK-GRP-CNT TO WRK-GRP-MATCH
                   MOVE OPC-GRUPO TO WRK-GRP-NOME(WRK-GRP-MATCH)
                   MOVE 'N' TO WRK-GRP-RECONCILIA(WRK-GRP-MATCH)
               ELSE
                   SET ERRLOG-SEV-SISTEMA TO TRUE
                   MOVE 'OPCATAL' TO WRK-ERRLOG-CAMPO
                   MOVE 'WRK-GRP-MAX' TO WRK-ERRLOG-VALOR
                   PERFORM GRAVA-ERRLOG
               END-IF
           END-IF
           IF WRK-GRP-MATCH > 0
               MOVE WRK-GRP-MATCH TO WRK-OPC-GRP-IDX(WRK-OPC-CNT)
               IF OPC-RECONCILIA = 'S'
                   MOVE 'S' TO WRK-GRP-RECONCILIA(WRK-GRP-MATCH)
               END-IF
           END-IF.

       LOCALIZA-OPCODE.
           MOVE ZEROS TO WRK-OPC-MATCH WRK-OPC-QUALQUER
           PERFORM VARYING WRK-OPC-IDX FROM 1 BY 1
                   UNTIL WRK-OPC-IDX > WRK-OPC-CNT
               IF WRK-OPC-CODIGO(WRK-OPC-IDX) = WRK-OPC-ALVO
                   IF WRK-OPC-QUALQUER = 0
                       MOVE WRK-OPC-IDX TO WRK-OPC-QUALQUER
                   END-IF
                   IF WRK-OPC-MATCH = 0
                           AND WRK-OPC-DATA >=
                               WRK-OPC-VIG-INICIO(WRK-OPC-IDX)
                           AND WRK-OPC-DATA <=
                               WRK-OPC-VIG-FIM(WRK-OPC-IDX)
                       MOVE WRK-OPC-IDX TO WRK-OPC-MATCH
                   END-IF
               END-IF
           END-PERFORM.

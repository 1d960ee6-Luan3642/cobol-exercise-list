      *****************************************************************
      * OPERATOR SECURITY FILE - LOOKUP AND REFUSAL PARAGRAPHS.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * OPSEC WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS AND THE ERRLOG
      * COPYBOOKS. THE FILE IS READ AFRESH ON EVERY LOOKUP SO A
      * REVOCATION TAKES EFFECT AT THE NEXT CHECK, NOT AT THE NEXT
      * SIGN-ON. A MISSING FILE GRANTS NOTHING AND IS LOGGED SISTEMA.
      *****************************************************************
       LOCALIZA-PERFIL.
           MOVE SPACES TO WRK-OPS-PERFIL
           SET OPS-COM-ARQUIVO TO TRUE
           MOVE FUNCTION UPPER-CASE(WRK-OPS-ALVO) TO WRK-OPS-ALVO
           MOVE 'N' TO WRK-EOF-OPS
           OPEN INPUT OPSEC-FILE
           IF WRK-OPS-FS = '00'
               PERFORM UNTIL FIM-OPS-FILE
                   READ OPSEC-FILE
                       AT END
                           SET FIM-OPS-FILE TO TRUE
                       NOT AT END
                           IF OPS-ID = WRK-OPS-ALVO
                                   AND WRK-OPS-ALVO NOT = SPACES
                               MOVE OPS-ID TO WRK-OPS-ID
                               MOVE OPS-STATUS TO WRK-OPS-STATUS
                               MOVE OPS-MENU TO WRK-OPS-MENU
                               MOVE OPS-PRIV-REABRE
                                   TO WRK-OPS-PRIV-REABRE
                               MOVE OPS-PRIV-CONTROLE
                                   TO WRK-OPS-PRIV-CONTROLE
                               MOVE OPS-PRIV-TAXA TO WRK-OPS-PRIV-TAXA
                               MOVE OPS-PRIV-REPOSTO
                                   TO WRK-OPS-PRIV-REPOSTO
                               MOVE OPS-PRIV-ADMIN
                                   TO WRK-OPS-PRIV-ADMIN
                               MOVE OPS-PRIV-LOCK
                                   TO WRK-OPS-PRIV-LOCK
                               MOVE OPS-PRIV-RECONST
                                   TO WRK-OPS-PRIV-RECONST
                               MOVE OPS-PRIV-CALEND
                                   TO WRK-OPS-PRIV-CALEND
                               MOVE OPS-PRIV-QUARENT
                                   TO WRK-OPS-PRIV-QUARENT
                               MOVE OPS-NOME TO WRK-OPS-NOME
                               SET FIM-OPS-FILE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPSEC-FILE
           ELSE
               SET OPS-SEM-ARQUIVO TO TRUE
               SET ERRLOG-SEV-SISTEMA TO TRUE
               MOVE 'OPERSEC' TO WRK-ERRLOG-CAMPO
               MOVE SPACES TO WRK-ERRLOG-VALOR
               STRING 'FILE STATUS ' WRK-OPS-FS
                       DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
               END-STRING
               PERFORM GRAVA-ERRLOG
           END-IF.

      ***** VALOR CARRIES THE ACTION AND THE ID THAT WAS REFUSED, SO
      ***** A SUPERVISOR ID KEYED ON SOMEONE ELSE'S SESSION SHOWS UP.
       REGISTRA-RECUSA.
           SET ERRLOG-SEV-NEGOCIO TO TRUE
           MOVE 'ACESSO-NEGADO' TO WRK-ERRLOG-CAMPO
           MOVE SPACES TO WRK-ERRLOG-VALOR
           STRING WRK-OPS-ACAO ' ' WRK-OPS-ALVO
                   DELIMITED BY SIZE INTO WRK-ERRLOG-VALOR
           END-STRING
           PERFORM GRAVA-ERRLOG.

******* EDIT OF AN OLD ONE, SO POSTINGS OF ANY PAST BUSINESS DATE
******* STILL RESOLVE TO THE RATE THAT WAS IN FORCE THEN. OFFERS A
******* LISTING (WITH THE ENTRY CURRENTLY IN FORCE FLAGGED) AND A
******* VALIDATED ADD. THE ADD NEEDS THE RATE-MAINTENANCE
******* PRIVILEGE ON OPERSEC; THE LISTING IS OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-FS.

           COPY OPSECSL.

           COPY ERRLOGSL.

       DATA DIVISION.
           05 RATE-PCT             PIC S9(4)V99 SIGN IS TRAILING
                                    SEPARATE CHARACTER.

       COPY OPSECFD.

       COPY ERRLOGFD.

       WORKING-STORAGE SECTION.

       COPY NUMCHK REPLACING ==:NUMCHK-LEN:== BY ==10==.

       COPY OPSEC.

       COPY ERRLOG REPLACING ==:ERRLOG-PROG:== BY =='RATEMNT '==.

       LINKAGE SECTION.
           WHEN 1
               PERFORM LISTA-TAXAS
           WHEN 2
               MOVE WRK-OPERADOR TO WRK-OPS-ALVO
               PERFORM LOCALIZA-PERFIL
               IF OPS-ATIVO AND OPS-PODE-TAXA
                   PERFORM INCLUI-TAXA
               ELSE
                   DISPLAY 'OPERADOR SEM AUTORIZACAO PARA INCLUIR TAXA'
                   MOVE 'TAXA-INCLUI' TO WRK-OPS-ACAO
                   PERFORM REGISTRA-RECUSA
               END-IF
           WHEN OTHER
               DISPLAY 'OPCAO INVALIDA'
               MOVE 'WRK-OPCAO' TO WRK-ERRLOG-CAMPO

       COPY ERRLOGP.

       COPY OPSECP.

       LISTA-TAXAS.
           MOVE 'N' TO WRK-EOF-RATE
           OPEN INPUT RATE-FILE

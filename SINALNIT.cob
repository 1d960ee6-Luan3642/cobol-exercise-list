       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINALNIT.
********************************
******* NIGHTLY DRIVER THAT RUNS THE DAY'S POSTED LEDGER RESULTS
******* THROUGH SINALCHK'S SIGN CLASSIFICATION. SINALCHK CARRIES A
******* LINKAGE SECTION, SO IT CAN ONLY BE RUN VIA CALL ... USING;
******* THIS PROGRAM HAS NONE AND IS THE EXEC PGM= TARGET, THE SAME
******* WAY EX2NITE DRIVES EX2. IT PASSES MODE '3' IN THE OPTIONAL
******* THIRD PARAMETER SO SINALCHK GOES STRAIGHT INTO MODO-LEDGER
******* INSTEAD OF ITS CONSOLE MENU. SINALCHK APPENDS ONE SINALCLS
******* RECORD PER LEDGER RESULT, WHICH SINALDST THEN DISTRIBUTES.
******* THE STEP'S START/END RECORDS IN THE SHARED RUNLOG ARE
******* WRITTEN BY SINALCHK UNDER THIS STEP'S NAME, SINCE ONLY IT
******* KNOWS THE COUNTS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-COD-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-MODO PIC X(01) VALUE '3'.
      ***** NO OPERATOR SIGNS ON TO AN UNATTENDED RUN - THE DRIVER'S
      ***** OWN NAME IS STAMPED ON THE AUDIT AND ERRORLOG LINES.
       77 WRK-OPERADOR PIC X(08) VALUE 'SINALNIT'.

       PROCEDURE DIVISION.
       CALL 'SINALCHK' USING WRK-COD-RETORNO WRK-OPERADOR WRK-MODO.
       DISPLAY 'SINALCHK RETORNOU CODIGO: ' WRK-COD-RETORNO.
      ***** 04 = A LEDGER WAS STILL HELD BY ITS WRITER AND WAS LEFT
      ***** FOR A RERUN; THE REST OF THE DAY WAS CLASSIFIED, SO THE
      ***** DISTRIBUTION STEP MAY STILL RUN. ANYTHING ELSE HOLDS IT.
       EVALUATE WRK-COD-RETORNO
           WHEN '00'
               CONTINUE
           WHEN '04'
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE 8 TO RETURN-CODE
       END-EVALUATE.
       STOP RUN.

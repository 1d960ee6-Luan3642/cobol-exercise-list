       IDENTIFICATION DIVISION.
       PROGRAM-ID. EX2SIMUL.
********************************
******* DRY-RUN DRIVER FOR EX2. CALLS EX2 THE SAME WAY EX2NITE.COB
******* DOES, EXCEPT IT PASSES 'S' IN THE OPTIONAL SECOND PARAMETER,
******* WHICH RUNS THE TRANFILE THROUGH THE WHOLE BATCH-WINDOW
******* DISPATCH WITHOUT POSTING ANYTHING AND WRITES THE PROJECTION
******* TO SIMUL.yyyymmddBB: COUNTS AND DOLLARS PER OPCODE, THE
******* RECORDS THAT WOULD BE SUSPENDED (AND WHY), HELD FOR
******* APPROVAL, PARKED IN OR RELEASED FROM PENDENTES, AND THE
******* DAY AS IT WOULD STAND AFTER THE LOT RECONCILED AGAINST
******* CONTROLFILE. RUN IT AGAINST A LARGE OR UNUSUAL TRANFILE
******* BEFORE RELEASING THAT FILE INTO EX2NITE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-COD-RETORNO PIC X(02) VALUE SPACES.
       77 WRK-MODO-BATCH PIC X(01) VALUE 'S'.
      ***** NO OPERATOR SIGNS ON TO AN UNATTENDED RUN - THE DRIVER'S
      ***** OWN NAME IS PASSED DOWN LIKE EX2NITE'S.
       77 WRK-OPERADOR PIC X(08) VALUE 'EX2SIMUL'.

       PROCEDURE DIVISION.
       CALL 'EX2' USING WRK-COD-RETORNO WRK-MODO-BATCH WRK-OPERADOR.
       DISPLAY 'EX2 RETORNOU C�DIGO: ' WRK-COD-RETORNO.
      ***** '04' - THE PROJECTION HAS SUSPENSES, A CONTROLFILE
      ***** DIVERGENCE OR A REASON THE REAL RUN WOULD BE REFUSED, SO
      ***** THE FILE SHOULD BE REVIEWED BEFORE RELEASE. ANY OTHER
      ***** NONZERO CODE MEANS NOTHING COULD BE SIMULATED.
       IF WRK-COD-RETORNO = '04'
           MOVE 4 TO RETURN-CODE
       ELSE
           IF WRK-COD-RETORNO NOT = '00'
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.
       STOP RUN.

******* PARAMETER TO FORCE EX2 STRAIGHT INTO PROCESSA-LOTE INSTEAD
******* OF THE INTERACTIVE CONSOLE MENU - THERE IS NO OPERATOR TO
******* ANSWER ACCEPT FROM CONSOLE IN AN UNATTENDED NIGHTLY RUN.
******* THE STEP'S START/END RECORDS IN THE SHARED RUNLOG ARE
******* WRITTEN BY EX2 ITSELF IN BATCH MODE, UNDER THIS STEP'S NAME,
******* SINCE ONLY EX2 KNOWS THE BATCH-ID AND THE RECORD COUNTS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

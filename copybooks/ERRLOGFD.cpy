      *****************************************************************
      * SHARED ERROR/EXCEPTION LOG - FD ENTRY.
      * COPY INTO THE FILE SECTION OF ANY PROGRAM THAT CALLS
      * GRAVA-ERRLOG (SEE ERRLOGP.CPY) OR READS THE LOG BACK.
      * THE RECORD KEEPS THE COLUMNS OF THE OLD SEQUENTIAL LOG LINE
      * (DATE 1-8, TIME 10-17, PROGRAM 19-26), WITH THE SEQUENCE
      * NUMBER THAT MAKES THE KEY UNIQUE IN 28-31 AND THE REST OF THE
      * LINE SHIFTED FIVE COLUMNS RIGHT. ERRLARQ ARCHIVE GENERATIONS
      * (SEE ERRARQFD.CPY) CARRY THE SAME 86-BYTE IMAGE.
      *   ERRLOG-SEQ      0000 FOR THE FIRST RECORD A PROGRAM WRITES
      *                   IN A GIVEN HUNDREDTH OF A SECOND, THEN
      *                   0001, 0002... FOR ANY OTHER IN THE SAME ONE.
      *****************************************************************
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           05 ERRLOG-CHAVE.
               10 ERRLOG-DATA          PIC 9(08).
               10 FILLER               PIC X(01).
               10 ERRLOG-HORA          PIC 9(08).
               10 FILLER               PIC X(01).
               10 ERRLOG-PROGRAMA      PIC X(08).
               10 FILLER               PIC X(01).
               10 ERRLOG-SEQ           PIC 9(04).
           05 FILLER                   PIC X(01).
           05 ERRLOG-SEVERIDADE        PIC X(08).
           05 FILLER                   PIC X(01).
           05 ERRLOG-CAMPO             PIC X(15).
           05 FILLER                   PIC X(01).
           05 ERRLOG-VALOR             PIC X(20).
           05 FILLER                   PIC X(01).
           05 ERRLOG-OPERADOR          PIC X(08).

      *****************************************************************
      * LEDGER LOCK REGISTRY - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT CARRIES
      * LEDLCKSL/LEDLCKFD AND THE ERRLOG COPYBOOKS (THE HOLDING
      * PROGRAM IS RECORDED UNDER ITS WRK-ERRLOG-PROGRAMA TAG).
      * TO TAKE A LEDGER, MOVE ITS DSNAME TO WRK-LCK-DSNAME, ITS
      * BUSINESS DATE TO WRK-LCK-DATA, THE MODE TO WRK-LCK-MODO AND
      * THE OPERATOR TO WRK-LCK-OPERADOR, THEN PERFORM ADQUIRE-LOCK:
      * LCK-RETIDO MEANS THE LEDGER IS NOW YOURS; OTHERWISE THE
      * REFUSAL HAS BEEN SHOWN AND LOGGED. PERFORM LIBERA-LOCK RIGHT
      * AFTER CLOSING THE LEDGER. CONSULTA-LOCK ONLY LOOKS (HOLDER IN
      * WRK-LCK-DONO) AND CONTA-LOCKS-DATA COUNTS AND SHOWS EVERY
      * LOCK OF WRK-LCK-DATA.
      *****************************************************************
       77  WRK-LCK-FS               PIC X(02) VALUE SPACES.
       77  WRK-EOF-LCK              PIC X(01) VALUE 'N'.
           88  FIM-LCK-FILE         VALUE 'Y'.
       77  WRK-LCK-DSNAME           PIC X(20) VALUE SPACES.
       77  WRK-LCK-DATA             PIC 9(08) VALUE ZEROS.
       77  WRK-LCK-MODO             PIC X(01) VALUE SPACE.
       77  WRK-LCK-OPERADOR         PIC X(08) VALUE SPACES.
       77  WRK-LCK-QTDE-DATA        PIC 9(03) VALUE ZEROS.
       77  WRK-LCK-SITUACAO         PIC X(01) VALUE 'L'.
           88  LCK-LIVRE            VALUE 'L'.
           88  LCK-OCUPADO          VALUE 'O'.
       77  WRK-LCK-RETENCAO         PIC X(01) VALUE 'N'.
           88  LCK-RETIDO           VALUE 'S'.
           88  LCK-NAO-RETIDO       VALUE 'N'.

      ***** WHEN THE LOCK THIS PROGRAM HOLDS WAS TAKEN - THE KEY
      ***** LIBERA-LOCK REMOVES IT BY. REMOVE-LOCK TAKES ITS KEY FROM
      ***** WRK-LCK-CHAVE-DATA/HORA WITH WRK-LCK-DSNAME.
       77  WRK-LCK-MEU-DSNAME       PIC X(20) VALUE SPACES.
       77  WRK-LCK-MEU-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-LCK-MEU-HORA         PIC 9(08) VALUE ZEROS.
       77  WRK-LCK-CHAVE-DATA       PIC 9(08) VALUE ZEROS.
       77  WRK-LCK-CHAVE-HORA       PIC 9(08) VALUE ZEROS.

       01  WRK-LCK-DONO.
           05  WRK-LCK-DONO-PROGRAMA     PIC X(08).
           05  WRK-LCK-DONO-MODO         PIC X(01).
           05  WRK-LCK-DONO-OPERADOR     PIC X(08).
           05  WRK-LCK-DONO-DATA         PIC 9(08).
           05  WRK-LCK-DONO-HORA         PIC 9(08).

       77  WRK-LCK-MAX              PIC 9(03) VALUE 100.
       77  WRK-LCK-CNT              PIC 9(03) VALUE ZEROS.
       77  WRK-LCK-IDX              PIC 9(03) VALUE ZEROS.
       77  WRK-LCK-CHEIA            PIC X(01) VALUE 'N'.
           88  LCK-TABELA-CHEIA     VALUE 'Y'.

       01  WRK-LCK-TAB.
           05  WRK-LCK-LINHA        PIC X(67) OCCURS 100 TIMES.

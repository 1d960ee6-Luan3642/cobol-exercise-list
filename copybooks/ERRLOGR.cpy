      *****************************************************************
      * SHARED ERROR/EXCEPTION LOG - READER WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION, NEXT TO THE ERRLOG COPYBOOK,
      * OF ANY PROGRAM THAT READS THE LOG BACK THROUGH ERRLOGRP.CPY
      * (IT ALSO NEEDS ERRLOGSL/ERRLOGFD AND ERRARQSL/ERRARQFD).
      * MOVE THE FIRST AND LAST DATE WANTED TO WRK-ERRL-DATA-DE AND
      * WRK-ERRL-DATA-ATE (THE SAME DATE TWICE FOR ONE DAY), PERFORM
      * ABRE-LEITURA-ERRLOG, THEN PERFORM LE-PROXIMO-ERRLOG UNTIL
      * FIM-LEITURA-ERRLOG; EACH RECORD OF THE WINDOW ARRIVES IN
      * WRK-ERRL-REG, IN KEY ORDER, WHETHER IT CAME FROM THE LIVE
      * ERRORLOG OR FROM A MONTH'S ERRLARQ ARCHIVE GENERATION.
      * PERFORM FECHA-LEITURA-ERRLOG AT THE END.
      *****************************************************************
       01  WRK-ERRL-REG.
           05 WRK-ERRL-CHAVE.
               10 WRK-ERRL-DATA        PIC 9(08).
               10 WRK-ERRL-DATA-R REDEFINES WRK-ERRL-DATA.
                   15 WRK-ERRL-AAAAMM  PIC 9(06).
                   15 FILLER           PIC 9(02).
               10 FILLER               PIC X(01).
               10 WRK-ERRL-HORA        PIC 9(08).
               10 FILLER               PIC X(01).
               10 WRK-ERRL-PROGRAMA    PIC X(08).
               10 FILLER               PIC X(01).
               10 WRK-ERRL-SEQ         PIC 9(04).
           05 FILLER                   PIC X(01).
           05 WRK-ERRL-SEVERIDADE      PIC X(08).
           05 FILLER                   PIC X(01).
           05 WRK-ERRL-CAMPO           PIC X(15).
           05 FILLER                   PIC X(01).
           05 WRK-ERRL-VALOR           PIC X(20).
           05 FILLER                   PIC X(01).
           05 WRK-ERRL-OPERADOR        PIC X(08).
       77  WRK-ERRL-DATA-DE          PIC 9(08) VALUE ZEROS.
       77  WRK-ERRL-DATA-ATE         PIC 9(08) VALUE ZEROS.
      * MONTH BEING READ (DAY ALWAYS 01) AND THE LAST MONTH OF THE
      * WINDOW.
       01  WRK-ERRL-MES.
           05 WRK-ERRL-MES-AAAA      PIC 9(04) VALUE ZEROS.
           05 WRK-ERRL-MES-MM        PIC 9(02) VALUE ZEROS.
           05 WRK-ERRL-MES-DD        PIC 9(02) VALUE ZEROS.
       01  WRK-ERRL-MES-R REDEFINES WRK-ERRL-MES.
           05 WRK-ERRL-MES-AAAAMM    PIC 9(06).
           05 FILLER                 PIC 9(02).
       01  WRK-ERRL-MES-DATA REDEFINES WRK-ERRL-MES PIC 9(08).
       77  WRK-ERRL-MES-FIM          PIC 9(06) VALUE ZEROS.
      * WHERE THE CURRENT MONTH IS BEING READ FROM.
       77  WRK-ERRL-ORIGEM           PIC X(01) VALUE SPACE.
           88  ERRL-LENDO-ARQUIVO    VALUE 'A'.
           88  ERRL-LENDO-VIVO       VALUE 'V'.
           88  ERRL-SEM-ORIGEM       VALUE SPACE.
       77  WRK-ERRL-VIVO             PIC X(01) VALUE 'N'.
           88  ERRL-VIVO-ABERTO      VALUE 'S'.
       77  WRK-ERRL-FIM              PIC X(01) VALUE 'N'.
           88  FIM-LEITURA-ERRLOG    VALUE 'S'.
       77  WRK-ERRL-ACHOU            PIC X(01) VALUE 'N'.
           88  ERRL-ACHOU            VALUE 'S'.
      * RECORDS OF THE WINDOW HANDED BACK SINCE ABRE-LEITURA-ERRLOG.
       77  WRK-ERRL-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WRK-ERRARQ-DSNAME         PIC X(20) VALUE SPACES.
       77  WRK-ERRARQ-FS             PIC X(02) VALUE SPACES.

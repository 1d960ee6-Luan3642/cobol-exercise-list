      *****************************************************************
      * BUSINESS CALENDAR - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT CARRIES
      * BUSCALSL/BUSCALFD. PERFORM CARREGA-CALENDARIO ONCE PER RUN
      * (OR PER ENTRY, FOR A CALLED PROGRAM), THEN:
      *   VERIFICA-DIA-UTIL  WRK-CAL-DATA IN, CAL-DIA-UTIL OUT.
      *   PROXIMO-DIA-UTIL   WRK-CAL-DATA IN, AND OUT MOVED FORWARD TO
      *                      THE FIRST BUSINESS DAY ON OR AFTER IT.
      *   CONTA-DIAS-UTEIS   BUSINESS DAYS AFTER WRK-CAL-DATA UP TO AND
      *                      INCLUDING WRK-CAL-DATA-ATE, IN
      *                      WRK-CAL-QTDE - THE BUSINESS-DAY AGE OF
      *                      WRK-CAL-DATA AS SEEN ON WRK-CAL-DATA-ATE.
      * WITH NO BUSCAL DATASET (CAL-SEM-ARQUIVO) EVERY DAY IS A
      * BUSINESS DAY, SO A SITE WITHOUT A CALENDAR KEEPS COUNTING
      * CALENDAR DAYS.
      *****************************************************************
       77  WRK-CAL-FS               PIC X(02) VALUE SPACES.
       77  WRK-EOF-CAL              PIC X(01) VALUE 'N'.
           88  FIM-CAL-FILE         VALUE 'Y'.
       77  WRK-CAL-ARQUIVO          PIC X(01) VALUE 'N'.
           88  CAL-COM-ARQUIVO      VALUE 'S'.
           88  CAL-SEM-ARQUIVO      VALUE 'N'.
       77  WRK-CAL-UTIL             PIC X(01) VALUE 'S'.
           88  CAL-DIA-UTIL         VALUE 'S'.
           88  CAL-DIA-NAO-UTIL     VALUE 'N'.
       77  WRK-CAL-DATA             PIC 9(08) VALUE ZEROS.
       77  WRK-CAL-DATA-ATE         PIC 9(08) VALUE ZEROS.
       77  WRK-CAL-QTDE             PIC 9(05) VALUE ZEROS.
       77  WRK-CAL-INT              PIC 9(07) VALUE ZEROS.
       77  WRK-CAL-INT-ATE          PIC 9(07) VALUE ZEROS.
       77  WRK-CAL-DATA-SALVA       PIC 9(08) VALUE ZEROS.
       77  WRK-CAL-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77  WRK-CAL-GUARDA           PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-IGNORADOS        PIC 9(03) VALUE ZEROS.

      ***** WORKING WEEK IN FORCE FOR THE DATE BEING CHECKED: THE
      ***** YEAR'S S LINE, OR MONDAY TO FRIDAY.
       01  WRK-CAL-SEMANA           PIC X(07) VALUE 'SSSSSNN'.
       01  WRK-CAL-SEMANA-TAB REDEFINES WRK-CAL-SEMANA.
           05  WRK-CAL-SEMANA-DIA   PIC X(01) OCCURS 7 TIMES.
       01  WRK-CAL-SEMANA-PADRAO    PIC X(07) VALUE 'SSSSSNN'.

       77  WRK-CAL-ANO-MAX          PIC 9(02) VALUE 20.
       77  WRK-CAL-ANO-CNT          PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-ANO-IDX          PIC 9(02) VALUE ZEROS.
       01  WRK-CAL-ANO-TAB.
           05  WRK-CAL-ANO-ENTRY OCCURS 20 TIMES.
               10  WRK-CAL-ANO-VALOR     PIC 9(04).
               10  WRK-CAL-ANO-SEMANA    PIC X(07).

       77  WRK-CAL-EXC-MAX          PIC 9(03) VALUE 500.
       77  WRK-CAL-EXC-CNT          PIC 9(03) VALUE ZEROS.
       77  WRK-CAL-EXC-IDX          PIC 9(03) VALUE ZEROS.
       01  WRK-CAL-EXC-TAB.
           05  WRK-CAL-EXC-ENTRY OCCURS 500 TIMES.
               10  WRK-CAL-EXC-DATA      PIC 9(08).
               10  WRK-CAL-EXC-TIPO      PIC X(01).

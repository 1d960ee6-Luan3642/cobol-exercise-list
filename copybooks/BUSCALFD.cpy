      *****************************************************************
      * BUSINESS CALENDAR - FD ENTRY.
      * ONE LINE PER CALENDAR FACT, KEPT IN KEY ORDER BY CALMNT:
      *   CAL-TIPO        S = WORKING WEEK OF A YEAR: CAL-CHAVE-ANO IS
      *                       THE YEAR AND CAL-SEMANA ONE BYTE PER
      *                       WEEKDAY, MONDAY FIRST, 'S' = WORKING DAY.
      *                       A YEAR WITH NO S LINE WORKS MONDAY TO
      *                       FRIDAY.
      *                   F = HOLIDAY (FERIADO) ON CAL-CHAVE-DATA.
      *                   T = EXTRA WORKING DAY (E.G. A SATURDAY THE
      *                       BANK OPENS) ON CAL-CHAVE-DATA.
      *   CAL-DESCRICAO   FREE TEXT, FOR THE LISTING ONLY.
      * AN F OR T LINE OVERRIDES THE WORKING WEEK FOR THAT ONE DATE.
      *****************************************************************
       FD  BUSCAL-FILE.
       01  BUSCAL-RECORD.
           05 CAL-TIPO             PIC X(01).
           05 FILLER               PIC X(01).
           05 CAL-CHAVE            PIC X(08).
           05 CAL-CHAVE-DATA REDEFINES CAL-CHAVE
                                   PIC 9(08).
           05 CAL-CHAVE-ANO-R REDEFINES CAL-CHAVE.
               10 CAL-CHAVE-ANO    PIC 9(04).
               10 FILLER           PIC X(04).
           05 FILLER               PIC X(01).
           05 CAL-SEMANA           PIC X(07).
           05 FILLER               PIC X(01).
           05 CAL-DESCRICAO        PIC X(30).

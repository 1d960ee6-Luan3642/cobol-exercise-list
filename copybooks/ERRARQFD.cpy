      *****************************************************************
      * ERRORLOG MONTHLY ARCHIVE GENERATION - FD ENTRY.
      * EACH LINE IS AN ERROR-LOG-RECORD IMAGE (SEE ERRLOGFD.CPY), IN
      * KEY ORDER.
      *****************************************************************
       FD  ERRARQ-FILE.
       01  ERRARQ-LINE                 PIC X(86).

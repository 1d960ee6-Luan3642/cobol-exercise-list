           88  ERRLOG-SEV-ENTRADA    VALUE 'ENTRADA '.
           88  ERRLOG-SEV-SISTEMA    VALUE 'SISTEMA '.
           88  ERRLOG-SEV-NEGOCIO    VALUE 'NEGOCIO '.
      * WRK-ERRLOG-SUPRIME = 'S' MAKES GRAVA-ERRLOG A NO-OP, FOR A RUN
      * THAT ONLY PROJECTS WHAT A POSTING RUN WOULD DO (EX2 MODE 'S'):
      * ITS REJECTS ARE REPORTED, NOT LOGGED, SO THE LOG AND ITS
      * DIGESTS ONLY EVER CARRY WHAT REALLY HAPPENED.
       77  WRK-ERRLOG-SUPRIME        PIC X(01) VALUE 'N'.
           88  ERRLOG-SUPRIMIDO      VALUE 'S'.
      * SET BY GRAVA-ERRLOG ONCE THE RECORD IS IN, OR ONCE THE WRITE
      * FAILED FOR ANY REASON OTHER THAN A DUPLICATE KEY.
       77  WRK-ERRLOG-GRAVA-FIM      PIC X(01) VALUE 'N'.
           88  ERRLOG-GRAVA-ENCERRADA VALUE 'S'.

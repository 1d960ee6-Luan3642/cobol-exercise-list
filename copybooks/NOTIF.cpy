      *****************************************************************
      * OUTBOUND NOTIFICATION QUEUE - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT CARRIES
      * NOTIFSL/NOTIFFD:
      *
      * COPY NOTIF REPLACING ==:NOTIF-PROG:== BY =='LEDGVER '==.
      * (:NOTIF-PROG: = 8-CHARACTER PROGRAM TAG WRITTEN TO EVERY
      * RECORD.)
      *
      * MOVE THE EVENT TYPE TO WRK-NTF-TIPO, THE BUSINESS DATE THE
      * EVENT BELONGS TO TO WRK-NTF-DATA, A KEY THAT TELLS THIS EVENT
      * APART FROM OTHERS OF THE SAME TYPE AND DATE (A BUCKET, A
      * DATASET NAME ...) TO WRK-NTF-CHAVE AND A ONE-LINE TEXT FOR THE
      * RECIPIENT TO WRK-NTF-TEXTO, SET THE SEVERITY AND PERFORM
      * GRAVA-NOTIF. WRK-NTF-SEVERIDADE DEFAULTS TO 'MEDIA' AND IS
      * RESET AFTER EVERY WRITE, THE WAY GRAVA-ERRLOG RESETS ITS OWN.
      *****************************************************************
       77  WRK-NTF-PROGRAMA          PIC X(08) VALUE :NOTIF-PROG:.
       77  WRK-NTF-OPERADOR          PIC X(08) VALUE SPACES.
       77  WRK-NTF-TIPO              PIC X(15) VALUE SPACES.
       77  WRK-NTF-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-NTF-CHAVE             PIC X(30) VALUE SPACES.
       77  WRK-NTF-TEXTO             PIC X(80) VALUE SPACES.
       77  WRK-NTF-FS                PIC X(02) VALUE SPACES.
       77  WRK-NTF-SEVERIDADE        PIC X(05) VALUE 'MEDIA'.
           88  NOTIF-SEV-ALTA        VALUE 'ALTA '.
           88  NOTIF-SEV-MEDIA       VALUE 'MEDIA'.
           88  NOTIF-SEV-BAIXA       VALUE 'BAIXA'.
      * WRK-NTF-SUPRIME = 'S' MAKES GRAVA-NOTIF A NO-OP, FOR THE SAME
      * PROJECTION-ONLY RUNS THAT SUPPRESS GRAVA-ERRLOG (EX2 MODES
      * 'S' AND 'X'): NOTHING IS SENT ABOUT WHAT DID NOT HAPPEN.
       77  WRK-NTF-SUPRIME           PIC X(01) VALUE 'N'.
           88  NOTIF-SUPRIMIDO       VALUE 'S'.

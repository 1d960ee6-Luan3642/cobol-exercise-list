      *****************************************************************
      * OUTBOUND NOTIFICATION QUEUE - FD ENTRY.
      * COPY INTO THE FILE SECTION OF ANY PROGRAM THAT PERFORMS
      * GRAVA-NOTIF (SEE NOTIFP.CPY), AND OF NOTIFDSP, WHICH READS IT.
      * ONE RECORD PER EVENT. TIPO + DATA-NEGOCIO + PROGRAMA + CHAVE
      * IDENTIFY THE EVENT: A RERUN THAT RAISES THE SAME EVENT AGAIN
      * APPENDS A SECOND RECORD WITH THE SAME IDENTITY, WHICH NOTIFDSP
      * RECOGNIZES AS ALREADY SENT. THE TEXT IS NOT PART OF IT.
      *****************************************************************
       FD  NOTIF-FILE.
       01  NOTIF-RECORD.
           05 NTF-TIPO               PIC X(15).
           05 FILLER                 PIC X(01).
           05 NTF-SEVERIDADE         PIC X(05).
           05 FILLER                 PIC X(01).
           05 NTF-DATA-NEGOCIO       PIC 9(08).
           05 FILLER                 PIC X(01).
           05 NTF-PROGRAMA           PIC X(08).
           05 FILLER                 PIC X(01).
           05 NTF-CHAVE              PIC X(30).
           05 FILLER                 PIC X(01).
           05 NTF-GERADO-DATA        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 NTF-GERADO-HORA        PIC 9(08).
           05 FILLER                 PIC X(01).
           05 NTF-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(01).
           05 NTF-TEXTO              PIC X(80).

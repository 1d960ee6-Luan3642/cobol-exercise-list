      *****************************************************************
      * OUTBOUND NOTIFICATION QUEUE - RE-USABLE WRITE PARAGRAPH.
      * COPY INTO PROCEDURE DIVISION OF ANY PROGRAM THAT CARRIES THE
      * NOTIF WORKING-STORAGE/FILE-CONTROL/FD COPYBOOKS. SET
      * WRK-NTF-TIPO, WRK-NTF-DATA, WRK-NTF-CHAVE AND WRK-NTF-TEXTO
      * THEN PERFORM GRAVA-NOTIF.
      *****************************************************************
       GRAVA-NOTIF.
           IF NOT NOTIF-SUPRIMIDO
               OPEN EXTEND NOTIF-FILE
               IF WRK-NTF-FS = '35'
                   OPEN OUTPUT NOTIF-FILE
               END-IF
               MOVE SPACES TO NOTIF-RECORD
               MOVE WRK-NTF-TIPO TO NTF-TIPO
               MOVE WRK-NTF-SEVERIDADE TO NTF-SEVERIDADE
               MOVE WRK-NTF-DATA TO NTF-DATA-NEGOCIO
               MOVE WRK-NTF-PROGRAMA TO NTF-PROGRAMA
               MOVE WRK-NTF-CHAVE TO NTF-CHAVE
               ACCEPT NTF-GERADO-DATA FROM DATE YYYYMMDD
               ACCEPT NTF-GERADO-HORA FROM TIME
               MOVE WRK-NTF-OPERADOR TO NTF-OPERADOR
               MOVE WRK-NTF-TEXTO TO NTF-TEXTO
               WRITE NOTIF-RECORD
               CLOSE NOTIF-FILE
           END-IF
           MOVE 'MEDIA' TO WRK-NTF-SEVERIDADE.

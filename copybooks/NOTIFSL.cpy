      *****************************************************************
      * OUTBOUND NOTIFICATION QUEUE - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT
      * PERFORMS GRAVA-NOTIF (SEE NOTIFP.CPY). EVERY PRODUCER APPENDS
      * TO THE SAME EXTERNAL FILE, WHICH NOTIFDSP READS TO ROUTE THE
      * EVENTS TO THEIR RECIPIENTS AND HOUSEKP TRIMS TO NOTIFDSP'S
      * WINDOW.
      *****************************************************************
           SELECT NOTIF-FILE ASSIGN TO "NOTIFQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NTF-FS.

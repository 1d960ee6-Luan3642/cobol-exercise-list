      *****************************************************************
      * OPCODE CATALOG - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT
      * PERFORMS CARREGA-CATALOGO (SEE OPCATP.CPY).
      *****************************************************************
           SELECT OPCAT-FILE ASSIGN TO "OPCATAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPC-FS.

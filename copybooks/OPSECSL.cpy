      *****************************************************************
      * OPERATOR SECURITY FILE - FILE-CONTROL ENTRY.
      * COPY INTO THE FILE-CONTROL PARAGRAPH OF ANY PROGRAM THAT
      * PERFORMS LOCALIZA-PERFIL (SEE OPSECP.CPY).
      *****************************************************************
           SELECT OPSEC-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-FS.

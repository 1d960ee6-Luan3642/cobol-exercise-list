      *****************************************************************
      * OPERATOR SECURITY FILE - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT CARRIES
      * OPSECSL/OPSECFD. TO CHECK AN OPERATOR, MOVE THE ID TO
      * WRK-OPS-ALVO AND PERFORM LOCALIZA-PERFIL (SEE OPSECP.CPY);
      * WRK-OPS-PERFIL THEN HOLDS THAT ID'S LINE, OR SPACES WHEN THE
      * ID IS NOT ON FILE (OPS-SEM-ARQUIVO WHEN THE FILE ITSELF COULD
      * NOT BE OPENED). AN ID THAT IS NOT ON FILE, OR NOT ACTIVE,
      * HOLDS NO MENU OPTION AND NO PRIVILEGE - TEST OPS-ATIVO FIRST.
      * TO LOG A REFUSAL, MOVE THE ACTION TO WRK-OPS-ACAO AND PERFORM
      * REGISTRA-RECUSA (ERRORLOG, SEVERITY NEGOCIO).
      *****************************************************************
       77  WRK-OPS-FS                PIC X(02) VALUE SPACES.
       77  WRK-EOF-OPS               PIC X(01) VALUE 'N'.
           88  FIM-OPS-FILE          VALUE 'Y'.
       77  WRK-OPS-ARQUIVO           PIC X(01) VALUE 'S'.
           88  OPS-COM-ARQUIVO       VALUE 'S'.
           88  OPS-SEM-ARQUIVO       VALUE 'N'.
       77  WRK-OPS-ALVO              PIC X(08) VALUE SPACES.
       77  WRK-OPS-ACAO              PIC X(11) VALUE SPACES.

       01  WRK-OPS-PERFIL.
           05  WRK-OPS-ID                PIC X(08).
           05  WRK-OPS-STATUS            PIC X(01).
               88  OPS-ATIVO             VALUE 'A'.
           05  WRK-OPS-MENU              PIC X(20).
           05  WRK-OPS-MENU-TAB REDEFINES WRK-OPS-MENU.
               10  WRK-OPS-MENU-OPC      PIC X(01) OCCURS 20 TIMES.
           05  WRK-OPS-PRIV-REABRE       PIC X(01).
               88  OPS-PODE-REABRIR      VALUE 'S'.
           05  WRK-OPS-PRIV-CONTROLE     PIC X(01).
               88  OPS-PODE-CONTROLE     VALUE 'S'.
           05  WRK-OPS-PRIV-TAXA         PIC X(01).
               88  OPS-PODE-TAXA         VALUE 'S'.
           05  WRK-OPS-PRIV-REPOSTO      PIC X(01).
               88  OPS-PODE-REPOSTO      VALUE 'S'.
           05  WRK-OPS-PRIV-ADMIN        PIC X(01).
               88  OPS-E-ADMIN           VALUE 'S'.
           05  WRK-OPS-PRIV-LOCK         PIC X(01).
               88  OPS-PODE-LIBERAR-LOCK VALUE 'S'.
           05  WRK-OPS-PRIV-RECONST      PIC X(01).
               88  OPS-PODE-RECONSTRUIR  VALUE 'S'.
           05  WRK-OPS-PRIV-CALEND       PIC X(01).
               88  OPS-PODE-CALENDARIO   VALUE 'S'.
           05  WRK-OPS-PRIV-QUARENT      PIC X(01).
               88  OPS-PODE-QUARENTENA   VALUE 'S'.
           05  WRK-OPS-NOME              PIC X(30).

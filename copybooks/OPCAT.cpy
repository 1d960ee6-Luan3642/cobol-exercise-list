      *****************************************************************
      * OPCODE CATALOG - WORKING-STORAGE WORK AREA.
      * COPY INTO WORKING-STORAGE SECTION OF ANY PROGRAM THAT CARRIES
      * OPCATSL/OPCATFD. CARREGA-CATALOGO (SEE OPCATP.CPY) FILLS
      * WRK-OPC-TAB FROM THE CATALOG AND WRK-GRP-TAB WITH ONE ENTRY
      * PER REPORT BUCKET, IN THE ORDER THE BUCKETS FIRST APPEAR - THE
      * ORDER THE REPORT LINES ARE PRINTED IN. THE BUCKET COUNTERS
      * AND CONTROL FIGURES ARE LEFT FOR THE CALLER TO FILL.
      * TO LOOK AN OPCODE UP, MOVE IT TO WRK-OPC-ALVO AND THE BUSINESS
      * DATE TO WRK-OPC-DATA AND PERFORM LOCALIZA-OPCODE:
      *   WRK-OPC-MATCH    ENTRY IN FORCE ON THAT DATE (0 = NONE);
      *   WRK-OPC-QUALQUER FIRST ENTRY FOR THE OPCODE WHATEVER ITS
      *                    DATES (0 = OPCODE NOT IN THE CATALOG).
      *****************************************************************
       77  WRK-OPC-FS                PIC X(02) VALUE SPACES.
       77  WRK-EOF-OPC               PIC X(01) VALUE 'N'.
           88  FIM-OPC-FILE          VALUE 'Y'.
       77  WRK-OPC-MAX               PIC 9(02) VALUE 30.
       77  WRK-OPC-CNT               PIC 9(02) VALUE ZEROS.
       77  WRK-OPC-IDX               PIC 9(02) VALUE ZEROS.
       77  WRK-OPC-MATCH             PIC 9(02) VALUE ZEROS.
       77  WRK-OPC-QUALQUER          PIC 9(02) VALUE ZEROS.
       77  WRK-OPC-ALVO              PIC X(01) VALUE SPACE.
       77  WRK-OPC-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-OPC-VALIDA            PIC X(01) VALUE 'S'.
           88  OPC-ENTRADA-VALIDA    VALUE 'S'.
           88  OPC-ENTRADA-INVALIDA  VALUE 'N'.

       01  WRK-OPC-TAB.
           05  WRK-OPC-ENTRY OCCURS 30 TIMES.
               10  WRK-OPC-CODIGO        PIC X(01).
               10  WRK-OPC-DESCRICAO     PIC X(20).
               10  WRK-OPC-GRUPO         PIC X(15).
               10  WRK-OPC-FORMULA       PIC X(01).
                   88  OPC-FORM-SOMA         VALUE 'A'.
                   88  OPC-FORM-SUBTRACAO    VALUE 'S'.
                   88  OPC-FORM-DIVISAO      VALUE 'D'.
                   88  OPC-FORM-MULTIPLICA   VALUE 'M'.
                   88  OPC-FORM-PORCENTAGEM  VALUE 'P'.
                   88  OPC-FORM-RESTO        VALUE 'R'.
                   88  OPC-FORM-CADEIA       VALUE 'C'.
                   88  OPC-FORM-TAXA         VALUE 'T'.
               10  WRK-OPC-DIVISOR       PIC X(01).
               10  WRK-OPC-RECONCILIA    PIC X(01).
               10  WRK-OPC-VIG-INICIO    PIC 9(08).
               10  WRK-OPC-VIG-FIM       PIC 9(08).
               10  WRK-OPC-GRP-IDX       PIC 9(02).
               10  WRK-OPC-LIMITE        PIC 9(04)V99.

       77  WRK-GRP-MAX               PIC 9(02) VALUE 20.
       77  WRK-GRP-CNT               PIC 9(02) VALUE ZEROS.
       77  WRK-GRP-IDX               PIC 9(02) VALUE ZEROS.
       77  WRK-GRP-MATCH             PIC 9(02) VALUE ZEROS.

       01  WRK-GRP-TAB.
           05  WRK-GRP-ENTRY OCCURS 20 TIMES.
               10  WRK-GRP-NOME          PIC X(15).
               10  WRK-GRP-RECONCILIA    PIC X(01).
               10  WRK-GRP-QTDE          PIC 9(06).
               10  WRK-GRP-DOLAR         PIC S9(7)V99.
               10  WRK-GRP-TEM-CONTROLE  PIC X(01).
               10  WRK-GRP-CONTROLE      PIC S9(7)V99.

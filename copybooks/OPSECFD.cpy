      *****************************************************************
      * OPERATOR SECURITY FILE - FD ENTRY.
      * ONE LINE PER OPERATOR ID:
      *   OPS-ID          SIGN-ON ID AS KEYED AT THE MENU (UPPER CASE).
      *   OPS-STATUS      A = ATIVO, R = REVOGADO (A REVOKED ID CANNOT
      *                   SIGN ON NOR AUTHORISE ANYTHING).
      *   OPS-MENU        ONE BYTE PER MENU OPTION, POSITION N = OPTION
      *                   N. 'S' = THE OPTION IS SHOWN AND ACCEPTED FOR
      *                   THIS OPERATOR. OPTION 5 (SAIR) IS ALWAYS
      *                   ALLOWED WHATEVER ITS BYTE SAYS.
      *   OPS-PRIV-xxx    'S' = THE PRIVILEGED ACTION IS GRANTED:
      *                   REABRE   REOPEN A CLOSED DAY (DAYCLOSE),
      *                   CONTROLE CONTROL-TOTAL UPDATE (CTLMNT),
      *                   TAXA     RATE TABLE INCLUSION (RATEMNT),
      *                   REPOSTO  SUSPENSE REPOST (SUSPREP),
      *                   ADMIN    SECURITY FILE MAINTENANCE (SECMNT),
      *                   LOCK     CLEARING A STALE LEDGER LOCK
      *                            (LOCKMNT),
      *                   RECONST  SWAPPING A REBUILT LEDGER IN
      *                            (LEDGREC),
      *                   CALEND   BUSINESS CALENDAR UPDATE (CALMNT),
      *                   QUARENT  RELEASING OR PURGING A QUARANTINED
      *                            SOURCE BATCH (VOGCONS).
      *   OPS-NOME        OPERATOR'S NAME, FOR THE LISTING ONLY.
      *****************************************************************
       FD  OPSEC-FILE.
       01  OPSEC-RECORD.
           05 OPS-ID               PIC X(08).
           05 FILLER               PIC X(01).
           05 OPS-STATUS           PIC X(01).
           05 FILLER               PIC X(01).
           05 OPS-MENU             PIC X(20).
           05 FILLER               PIC X(01).
           05 OPS-PRIV-REABRE      PIC X(01).
           05 OPS-PRIV-CONTROLE    PIC X(01).
           05 OPS-PRIV-TAXA        PIC X(01).
           05 OPS-PRIV-REPOSTO     PIC X(01).
           05 OPS-PRIV-ADMIN       PIC X(01).
           05 OPS-PRIV-LOCK        PIC X(01).
           05 OPS-PRIV-RECONST     PIC X(01).
           05 OPS-PRIV-CALEND      PIC X(01).
           05 OPS-PRIV-QUARENT     PIC X(01).
           05 FILLER               PIC X(01).
           05 OPS-NOME             PIC X(30).

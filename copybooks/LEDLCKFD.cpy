      *****************************************************************
      * LEDGER LOCK REGISTRY - FD ENTRY.
      * ONE LINE PER LEDGER DATASET CURRENTLY HELD FOR WRITING:
      *   LCK-DSNAME      LEDGER.yyyymmdd OR LEDGER.yyyymmddBB.
      *   LCK-DATA        BUSINESS DATE THE LEDGER BELONGS TO.
      *   LCK-PROGRAMA    PROGRAM HOLDING IT (ITS ERRORLOG TAG).
      *   LCK-MODO        I(NTERACTIVE SESSION) B(ATCH WINDOW)
      *                   R(EPOST) A(PPROVAL POSTING)
      *                   X (REBUILT LEDGER SWAP, LEDGREC).
      *   LCK-OPERADOR    SIGNED-ON OPERATOR (BLANK = UNATTENDED).
      *   LCK-INICIO-DATA/LCK-INICIO-HORA  WHEN THE LOCK WAS TAKEN.
      * THE LINE IS REMOVED WHEN THE HOLDER CLOSES THE LEDGER. A LINE
      * LEFT BY AN ABENDED RUN STAYS UNTIL A SUPERVISOR CLEARS IT
      * (LOCKMNT).
      *****************************************************************
       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LCK-DSNAME           PIC X(20).
           05 FILLER               PIC X(01).
           05 LCK-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 LCK-PROGRAMA         PIC X(08).
           05 FILLER               PIC X(01).
           05 LCK-MODO             PIC X(01).
           05 FILLER               PIC X(01).
           05 LCK-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01).
           05 LCK-INICIO-DATA      PIC 9(08).
           05 FILLER               PIC X(01).
           05 LCK-INICIO-HORA      PIC 9(08).

      *****************************************************************
      * OPCODE CATALOG - FD ENTRY.
      * ONE LINE PER OPCODE PER VALIDITY WINDOW:
      *   OPC-CODIGO      THE OPCODE AS IT APPEARS IN TRANFILE AND IN
      *                   THE LEDGER (A DIGIT, AN ACCUMULATOR LETTER
      *                   OR T). 0 IS THE TRANFILE HEADER AND 5/6/9
      *                   ARE EX2 MENU ACTIONS, SO THOSE ARE REFUSED.
      *   OPC-DESCRICAO   SHOWN ON THE EX2 MENU AND ON THE RESULT.
      *   OPC-GRUPO       REPORT BUCKET THE OPCODE'S LEDGER LINES ROLL
      *                   INTO (BLANK = NOT REPORTED - THE L/A/S/M/P
      *                   ACCUMULATOR TRACE LINES).
      *   OPC-FORMULA     A(DD) S(UBTRACT NUM1 FROM NUM2) D(IVIDE)
      *                   M(ULTIPLY) P(ERCENT) R(EMAINDER) FOR THE
      *                   DIGITS, C(HAIN) FOR THE ACCUMULATOR LETTERS
      *                   AND T(AXA) FOR THE RATE POSTING.
      *   OPC-DIVISOR     'S' = NUM2 MUST NOT BE ZERO (REQUIRED FOR
      *                   FORMULAS D AND R).
      *   OPC-RECONCILIA  'S' = THE BUCKET IS CHECKED AGAINST ITS
      *                   CONTROLFILE TOTAL.
      *   OPC-VIG-INICIO/OPC-VIG-FIM  FIRST/LAST BUSINESS DATE THE
      *                   OPCODE TAKES POSTINGS (BLANK = OPEN-ENDED).
      *   OPC-LIMITE      APPROVAL LIMIT, 9(4)V99 WITHOUT POINT OR SIGN
      *                   (BLANK OR ZERO = NO LIMIT). A POSTING WHOSE
      *                   NUM1, NUM2 OR RESULT EXCEEDS IT IN ABSOLUTE
      *                   VALUE IS HELD FOR A SECOND OPERATOR'S
      *                   APPROVAL (APROVMNT). ONLY THE DIGIT OPCODES
      *                   CARRY ONE - T POSTS UNDER 7'S LIMIT, AND AN
      *                   ACCUMULATOR CHAIN CANNOT BE HELD HALF-WAY.
      *****************************************************************
       FD  OPCAT-FILE.
       01  OPCAT-RECORD.
           05 OPC-CODIGO           PIC X(01).
           05 FILLER               PIC X(01).
           05 OPC-DESCRICAO        PIC X(20).
           05 FILLER               PIC X(01).
           05 OPC-GRUPO            PIC X(15).
           05 FILLER               PIC X(01).
           05 OPC-FORMULA          PIC X(01).
           05 FILLER               PIC X(01).
           05 OPC-DIVISOR          PIC X(01).
           05 FILLER               PIC X(01).
           05 OPC-RECONCILIA       PIC X(01).
           05 FILLER               PIC X(01).
           05 OPC-VIG-INICIO       PIC X(08).
           05 FILLER               PIC X(01).
           05 OPC-VIG-FIM          PIC X(08).
           05 FILLER               PIC X(01).
           05 OPC-LIMITE           PIC X(06).
           05 OPC-LIMITE-N REDEFINES OPC-LIMITE
                                   PIC 9(04)V99.

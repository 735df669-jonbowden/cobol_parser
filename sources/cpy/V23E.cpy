      * V23E.cpy
      *---------- COPYBOOK FOR CALLING TRFV23E ----------
      * T23E01 - RISKOPS - 15/10/2026 - INITIAL VERSION. FIELD 23E
      * INSTRUCTION CODES ON AN INWARD MT103. OPTION "C" CAPTURES THE
      * CODES FROM THE UFIMIJ JOURNAL BODY OF THE ITEM AND CLASSIFIES
      * THEM; OPTION "V" CLASSIFIES THE CODES PASSED IN (ALREADY ON
      * THE TFSSTPL ITEM). SUPPORTED: SDVA INTC REPA CORT HOLD PHOB
      * TELB - ANYTHING ELSE IS AN ERROR, NEVER SILENTLY DROPPED.
       01  WK-C-V23E-RECORD.
           05  WK-C-V23E-INPUT.
               10  WK-C-V23E-OPTION        PIC X(01).
      *            C = CAPTURE FROM THE JOURNAL, V = VALIDATE ONLY
               10  WK-N-V23E-PARALNO       PIC 9(08).
               10  WK-N-V23E-SEQNUM        PIC 9(02).
           05  WK-C-V23E-CODES.
      *            OUTPUT ON "C", INPUT ON "V"
               10  WK-N-V23E-CNT           PIC 9(01).
               10  WK-C-V23E-ENTRY         OCCURS 4 TIMES.
                   15  WK-C-V23E-CODE      PIC X(04).
                   15  WK-C-V23E-INF       PIC X(30).
           05  WK-C-V23E-OUTPUT.
               10  WK-C-V23E-ERROR-CD      PIC X(07).
      *            SUP0241 = 23E CODE NOT SUPPORTED (SEE BADCODE)
      *            SUP0242 = MORE 23E CODES THAN THE ITEM CAN CARRY
      *            COM0206 = FILE ERROR
               10  WK-C-V23E-BADCODE       PIC X(04).
               10  WK-N-V23E-HOLDIX        PIC 9(01).
      *            OCCURRENCE OF THE FIRST HOLD/PHOB/TELB, ZERO IF NONE
               10  WK-C-V23E-SDVAIND       PIC X(01).
      *            Y = SAME-DAY VALUE (SDVA) REQUESTED

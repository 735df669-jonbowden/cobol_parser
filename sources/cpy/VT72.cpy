      * VT72.cpy
      *---------- COPYBOOK FOR CALLING TRFVT72 ----------
      * T72C01 - RISKOPS - 15/10/2026 - INITIAL VERSION. FIELD 72
      * SENDER-TO-RECEIVER INFORMATION OF AN INWARD ITEM: THE ITEM'S
      * UFIMIJ JOURNAL RECORD IS READ (KEYED PARALNO/SEQNUM), THE
      * :72: LINES IN THE BODY (OR, FOR AN MT203, THE HEADER TAG 72)
      * ARE SPLIT INTO CODE WORDS AND EACH IS CLASSIFIED. SUPPORTED:
      * /ACC/ /INS/ /INTA/ /REC/ /BNF/ - ANYTHING ELSE IS AN ERROR,
      * NEVER SILENTLY DROPPED.
       01  WK-C-VT72-RECORD.
           05  WK-C-VT72-INPUT.
               10  WK-N-VT72-PARALNO       PIC 9(08).
               10  WK-N-VT72-SEQNUM        PIC 9(02).
               10  WK-N-VT72-SWFTMGTY      PIC 9(03).
           05  WK-C-VT72-OUTPUT.
               10  WK-C-VT72-ERROR-CD      PIC X(07).
      *            SUP0243 = CODE WORD NOT SUPPORTED (SEE BADCODE)
      *            SUP0244 = FIELD 72 NOT IN CODE-WORD FORMAT
      *            COM0206 = FILE ERROR
               10  WK-C-VT72-FOUND         PIC X(01).
      *            Y = THE ITEM CARRIED A FIELD 72
               10  WK-C-VT72-BADCODE       PIC X(08).
               10  WK-N-VT72-CNT           PIC 9(01).
               10  WK-C-VT72-ENTRY         OCCURS 6 TIMES.
                   15  WK-C-VT72-CODE      PIC X(08).
                   15  WK-C-VT72-TEXT      PIC X(70).
               10  WK-C-VT72-INSBIC        PIC X(11).
               10  WK-C-VT72-ACCBIC        PIC X(11).
               10  WK-C-VT72-INTABIC       PIC X(11).
      *            THE BIC QUOTED AT THE START OF /INS/, /ACC/ AND
      *            /INTA/, SPACES WHEN ABSENT OR NARRATIVE ONLY
               10  WK-C-VT72-NOTE          PIC X(140).
      *            /REC/ AND /BNF/ NARRATIVE, JOINED

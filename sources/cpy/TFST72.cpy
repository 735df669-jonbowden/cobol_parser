      * TFST72.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * T72C01 - RISKOPS - 15/10/2026 - New file. Field 72 sender-to-
      * receiver information of an inward item, parsed into its code
      * words by TRFVT72 the first time the validation driver sees
      * the item. /INS/ names the instructing institution for the
      * originator (travel-rule) picture; /ACC/ and /INTA/ are held
      * against the credit-party chain; /REC/ and /BNF/ are kept as
      * the item's tag 72 note, shown on the GHTRACE item trace.
      *------------------------------------------------------------------
           05 TFST72-RECORD             PIC X(750).
      * I-O FORMAT:TFST72R FROM FILE TFST72 OF LIBRARY COMDB
      * Tag 72 code words - keyed PARALNO/SEQNUM.
           05 TFST72R                   REDEFINES TFST72-RECORD.
           06 TFST72-PARALNO        PIC 9(08).
           06 TFST72-SEQNUM         PIC 9(02).
           06 TFST72-STATUS         PIC X(01).
      * Y = parsed, every code word supported
      * U = a code word we do not support (see BADCODE) - repaired
      * F = line 1 is not a code word - repaired
      * N = the item carried no field 72
           06 TFST72-BADCODE        PIC X(08).
      * the first unsupported code word, without its slashes
           06 TFST72-CNT            PIC 9(01).
      * number of code words held below (0-6)
           06 TFST72-ENTRY OCCURS 6 TIMES.
           08 TFST72-CODE           PIC X(08).
           08 TFST72-TEXT           PIC X(70).
      * each code word and its narrative, "//" continuation lines
      * joined on, in message order
           06 TFST72-INSBIC         PIC X(11).
      * /INS/ instructing institution when it quotes a BIC
           06 TFST72-ACCBIC         PIC X(11).
      * /ACC/ account-with institution when it quotes a BIC
           06 TFST72-INTABIC        PIC X(11).
      * /INTA/ intermediary institution when it quotes a BIC
           06 TFST72-NOTE           PIC X(140).
      * /REC/ and /BNF/ narrative, joined - the item's visible note
           06 TFST72-CAPDTE         PIC S9(08).
           06 TFST72-CAPTIME        PIC S9(06).
           06 TFST72-FILLER         PIC X(75).
      * reserved

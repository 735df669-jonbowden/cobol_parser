      * TFSBENPND.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BTPL01 - RISKOPS - 15/10/2026 - New file. Beneficiary template
      * change awaiting its second officer - at most one per template.
      * Submitted and decided through TRFGBTPL; the row is kept after
      * the decision and reused by the next change to the template.
      *------------------------------------------------------------------
           05 TFSBENPND-RECORD          PIC X(430).
      * I-O FORMAT:TFSBENPNDR FROM FILE TFSBENPND OF LIBRARY COMDB
      * Pending template change - keyed DRACCNO/TPLID.
           05 TFSBENPNDR                REDEFINES TFSBENPND-RECORD.
           06 TFSBENPND-DRACCNO     PIC X(15).
           06 TFSBENPND-TPLID       PIC X(10).
           06 TFSBENPND-ACTION      PIC X(01).
      * A = add   C = change   D = delete
           06 TFSBENPND-STATUS      PIC X(01).
      * P = pending approval   A = applied   R = rejected
           06 TFSBENPND-NEWDATA     PIC X(300).
      * template image in the TFSBENTPL layout
           06 TFSBENPND-MAKERID     PIC X(10).
           06 TFSBENPND-MKDTE       PIC S9(08).
           06 TFSBENPND-MKTIME      PIC S9(06).
           06 TFSBENPND-CHECKERID   PIC X(10).
           06 TFSBENPND-CKDTE       PIC S9(08).
           06 TFSBENPND-CKTIME      PIC S9(06).
           06 TFSBENPND-COMMENT     PIC X(50).
      * checker's comment - mandatory on a rejection, back to maker
           06 TFSBENPND-FILLER      PIC X(05).
      * reserved

      * TFSREVPND.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OREV01 - RISKOPS - 15/10/2026 - New file. Ops reversal of a
      * wrongly posted TFSSTPL item, awaiting its second officer - at
      * most one open request per item. Requested and decided through
      * TRFGREVS; once applied the row is the record of what was
      * backed out, and a later request for the same item reuses it.
      *-----------------------------------------------------------------
           05 TFSREVPND-RECORD          PIC X(250).
      * I-O FORMAT:TFSREVPNDR FROM FILE TFSREVPND OF LIBRARY COMDB
      * Pending/applied item reversal - keyed PARALNO/SEQNUM.
           05 TFSREVPNDR                REDEFINES TFSREVPND-RECORD.
           06 TFSREVPND-PARALNO     PIC 9(08).
           06 TFSREVPND-SEQNUM      PIC 9(02).
           06 TFSREVPND-STATUS      PIC X(01).
      * P = pending approval   A = applied   R = rejected
      * I = being applied - APPSTEP says how far it got
           06 TFSREVPND-CUYCD       PIC X(03).
           06 TFSREVPND-AMT         PIC S9(13)V9(02).
      * posted amount being reversed, as it stood at the request
           06 TFSREVPND-BENACC      PIC X(35).
      * account the item was wrongly credited to (TAG59 line 1)
           06 TFSREVPND-REASON      PIC X(50).
      * maker's reason - name-match false positive, bad redirect...
           06 TFSREVPND-MAKERID     PIC X(10).
           06 TFSREVPND-MKDTE       PIC S9(08).
           06 TFSREVPND-MKTIME      PIC S9(06).
           06 TFSREVPND-CHECKERID   PIC X(10).
           06 TFSREVPND-CKDTE       PIC S9(08).
           06 TFSREVPND-CKTIME      PIC S9(06).
           06 TFSREVPND-COMMENT     PIC X(50).
      * checker's comment - mandatory on a rejection, back to maker
           06 TFSREVPND-CABATID     PIC 9(08).
      * C/A interface batch the reversing entry was sent in
           06 TFSREVPND-GLLEGS      PIC 9(02).
      * GL legs reversed through TFSGLUSE
           06 TFSREVPND-CUMIND      PIC X(01).
      * Y = backed out of the account's TFSCUMLT accumulator
           06 TFSREVPND-EXPIND      PIC X(01).
      * Y = backed out of the sending bank's TFSCRBNK exposure
           06 TFSREVPND-APPSTEP     PIC X(01).
      * last step of the approval done - E = CASA reversal sent
      * L = GL reversing rows written, open items not yet cleared
      * F = GL legs reversed   G = accumulators and vostro backed out
           06 TFSREVPND-VOSIND      PIC X(01).
      * Y = vostro debit credited back through TRFXVBAL
           06 TFSREVPND-FILLER      PIC X(24).
      * reserved

      * TFSNOSCLS.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * NOSC01 - RISKOPS - 15/10/2026 - New file. Nostro closure plan -
      * one row per nostro account (TFSBNKAC row) being closed or
      * replaced: the planned closure date and the replacement bank
      * and account. GHNOSIMP reports what still points at the old
      * account; GHNOSRRT reroutes the parameter rows and unsent
      * outward instructions on the closure date; from that date an
      * inward item referencing the old nostro repairs (TRFVNOSC).
      * Only maintained through the TRFGMNT maker-checker - the
      * maker and checker of the plan are the dual control on the
      * reroute.
      *------------------------------------------------------------------
           05 TFSNOSCLS-RECORD          PIC X(120).
      * I-O FORMAT:TFSNOSCLSR FROM FILE TFSNOSCLS OF LIBRARY COMDB
      * Nostro closure plan - keyed CUYCD/BNKENTTY/BANKID/PRIORITY.
           05 TFSNOSCLSR                REDEFINES TFSNOSCLS-RECORD.
           06 TFSNOSCLS-CUYCD       PIC X(03).
           06 TFSNOSCLS-BNKENTTY    PIC X(02).
           06 TFSNOSCLS-BANKID      PIC X(11).
           06 TFSNOSCLS-PRIORITY    PIC S9(02).
      * the TFSBNKAC row being closed
           06 TFSNOSCLS-OLDACNO     PIC X(15).
      * nostro account being closed (TFSBNKAC-BNKACNO)
           06 TFSNOSCLS-CLSDTE      PIC S9(08).
      * planned closure date - rerouted by GHNOSRRT on this date
           06 TFSNOSCLS-NEWBANKID   PIC X(11).
      * replacement correspondent - blank = same bank, new account
           06 TFSNOSCLS-NEWACNO     PIC X(15).
      * replacement nostro account
           06 TFSNOSCLS-PLNSTAT     PIC X(01).
      * P = planned   D = rerouted (GHNOSRRT)   C = cancelled
           06 TFSNOSCLS-MAKERID     PIC X(10).
      * officer who keyed the plan (maker)
           06 TFSNOSCLS-APPRUSER    PIC X(10).
      * officer who approved the plan (checker)
           06 TFSNOSCLS-ADDDTE      PIC S9(08).
      * date the plan went live
           06 TFSNOSCLS-MNTID       PIC 9(08).
      * TFSMNTPND change that approved the plan - quoted on the
      * TFSMNTAUD rows GHNOSRRT writes
           06 TFSNOSCLS-RRTDTE      PIC S9(08).
      * date GHNOSRRT rerouted the plan, zero = not yet
           06 TFSNOSCLS-FILLER      PIC X(08).
      * reserved

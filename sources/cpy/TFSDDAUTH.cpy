      * TFSDDAUTH.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * MT204X - RISKOPS - 15/10/2026 - New file. MT204 direct debit
      * authority register - one row per claiming counterparty, debit
      * institution (the vostro holder named in field 53a) and
      * currency, carrying the vostro account the debit may be taken
      * from, the largest single debit allowed and the period the
      * authority is in force. Maintained only through the TRFGMNT
      * maker-checker like the other ops tables; TRFVDDA checks every
      * MT204 debit leg against it.
      *------------------------------------------------------------------
           05 TFSDDAUTH-RECORD          PIC X(100).
      * I-O FORMAT:TFSDDAUTHR FROM FILE TFSDDAUTH OF LIBRARY COMDB
      * Debit authority register - keyed CLAIMBIC/DRBIC/CUYCD.
           05 TFSDDAUTHR                REDEFINES TFSDDAUTH-RECORD.
           06 TFSDDAUTH-CLAIMBIC    PIC X(11).
      * counterparty allowed to claim - the MT204 sender
           06 TFSDDAUTH-DRBIC       PIC X(11).
      * debit institution whose vostro may be debited (field 53a)
           06 TFSDDAUTH-CUYCD       PIC X(03).
      * currency of the authority
           06 TFSDDAUTH-DRACCNO     PIC X(15).
      * vostro account the debit is taken from
           06 TFSDDAUTH-MAXAMT      PIC S9(15)V9(2) COMP-3.
      * largest single debit allowed - zero allows none
           06 TFSDDAUTH-EFFDTE      PIC S9(08).
      * authority in force from (CCYYMMDD)
           06 TFSDDAUTH-EXPDTE      PIC S9(08).
      * authority in force to (CCYYMMDD) - zero = open-ended
           06 TFSDDAUTH-STATUS      PIC X(01).
      * A = active, S = suspended by the debit institution
           06 TFSDDAUTH-APPRUSER    PIC X(10).
      * officer who approved the authority (checker)
           06 TFSDDAUTH-ADDDTE      PIC S9(08).
      * date the authority went live
           06 TFSDDAUTH-FILLER      PIC X(16).
      * reserved

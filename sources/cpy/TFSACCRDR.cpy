      * TFSACCRDR.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ARDR01 - RISKOPS - 15/10/2026 - New file. Account redirect
      * table - an old account number (migrated, merged or closed)
      * and the account now to be credited in its place, effective
      * and expiry dated. TRFVTC1 consults it (through TRFVARDR) only
      * when the account quoted fails the account lookup. Only
      * maintained through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSACCRDR-RECORD          PIC X(100).
      * I-O FORMAT:TFSACCRDRR FROM FILE TFSACCRDR OF LIBRARY COMDB
      * Account redirects - keyed OLDACC.
           05 TFSACCRDRR                REDEFINES TFSACCRDR-RECORD.
           06 TFSACCRDR-OLDACC      PIC X(15).
      * account number as remitters still quote it, left justified
           06 TFSACCRDR-NEWACC      PIC X(15).
      * account to credit instead
           06 TFSACCRDR-EFFDTE      PIC S9(08).
           06 TFSACCRDR-EXPDTE      PIC S9(08).
      * in force from EFFDTE to EXPDTE inclusive, zero = open-ended
           06 TFSACCRDR-RSNCD       PIC X(01).
      * M = migrated   G = merged (branch merger)   C = closed
           06 TFSACCRDR-REASON      PIC X(30).
      * free-text reason / merger reference
           06 TFSACCRDR-APPRUSER    PIC X(10).
      * officer who approved the redirect (checker)
           06 TFSACCRDR-ADDDTE      PIC S9(08).
      * date the redirect went live
           06 TFSACCRDR-FILLER      PIC X(05).
      * reserved

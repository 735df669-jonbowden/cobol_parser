      * TFSCHGCON.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CONC01 - RISKOPS - 15/10/2026 - New file. Customer charge
      * concessions promised by relationship managers - per CIF or per
      * credit account, a waived, flat or discounted inward charge and
      * a monthly free-item allowance, effective and expiry dated.
      * TRFVCHRG applies the concession in force ahead of the
      * TFSCHGTRF tariff (account row first, then the CIF row). Only
      * maintained through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSCHGCON-RECORD          PIC X(120).
      * I-O FORMAT:TFSCHGCONR FROM FILE TFSCHGCON OF LIBRARY COMDB
      * Charge concessions - keyed CONTYP/CONREF.
           05 TFSCHGCONR                REDEFINES TFSCHGCON-RECORD.
           06 TFSCHGCON-CONTYP      PIC X(01).
      * A = credit account   C = customer CIF
           06 TFSCHGCON-CONREF      PIC X(19).
      * the account number or CIF number, left justified
           06 TFSCHGCON-EFFDTE      PIC S9(08).
           06 TFSCHGCON-EXPDTE      PIC S9(08).
      * in force from EFFDTE to EXPDTE inclusive, zero = open-ended
           06 TFSCHGCON-CONMODE     PIC X(01).
      * W = charge waived   F = flat charge   P = percentage discount
           06 TFSCHGCON-FLATAMT     PIC S9(09)V9(02).
      * F - the charge made instead of the tariff (never more)
           06 TFSCHGCON-DISCPCT     PIC S9(03)V9(02).
      * P - percentage taken off the tariff charge
           06 TFSCHGCON-FREEITEMS   PIC 9(05).
      * items charged nothing each calendar month before the mode
      * above applies, zero = no allowance
           06 TFSCHGCON-RMID        PIC X(10).
      * relationship manager who promised the concession
           06 TFSCHGCON-REASON      PIC X(30).
      * justification shown on the forgone-income report
           06 TFSCHGCON-APPRUSER    PIC X(10).
      * officer who approved the concession (checker)
           06 TFSCHGCON-ADDDTE      PIC S9(08).
      * date the concession went live
           06 TFSCHGCON-FILLER      PIC X(04).
      * reserved

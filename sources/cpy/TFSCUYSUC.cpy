      * TFSCUYSUC.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CSUC01 - RISKOPS - 15/10/2026 - New file. Currency code
      * succession - one row per retired or redenominated currency
      * code (HRK to EUR, SLL to SLE). From the cut-over date the
      * validation driver (through TRFVCSUC) translates an item
      * still quoting the old code to its successor at the fixed
      * official rate, keeping the original on the item; after the
      * end of acceptance the item repairs instead (RSN0427).
      * GHCUYSUC reports who is still sending the old codes. Only
      * maintained through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSCUYSUC-RECORD          PIC X(100).
      * I-O FORMAT:TFSCUYSUCR FROM FILE TFSCUYSUC OF LIBRARY COMDB
      * Currency code succession - keyed OLDCUY.
           05 TFSCUYSUCR                REDEFINES TFSCUYSUC-RECORD.
           06 TFSCUYSUC-OLDCUY      PIC X(03).
      * retired currency code
           06 TFSCUYSUC-NEWCUY      PIC X(03).
      * successor currency code
           06 TFSCUYSUC-CONVRATE    PIC 9(07)V9(08).
      * fixed conversion rate - units of the old currency to one
      * unit of the new (7.53450 HRK = 1 EUR, 1000 SLL = 1 SLE)
           06 TFSCUYSUC-CUTDTE      PIC S9(08).
      * cut-over date - first day the successor is the currency
           06 TFSCUYSUC-ENDDTE      PIC S9(08).
      * last day an item quoting the old code is still translated
           06 TFSCUYSUC-REMARK      PIC X(30).
      * official reference for the rate (regulation, circular)
           06 TFSCUYSUC-APPRUSER    PIC X(10).
      * officer who approved the row (checker)
           06 TFSCUYSUC-ADDDTE      PIC S9(08).
      * date the row went live
           06 TFSCUYSUC-FILLER      PIC X(15).
      * reserved

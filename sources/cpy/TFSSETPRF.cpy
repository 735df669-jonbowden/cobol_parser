      * TFSSETPRF.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SETP01 - RISKOPS - 15/10/2026 - New file. Customer settlement
      * preferences - per CIF and payment currency, the customer's own
      * account in that currency to be credited when an inward payment
      * in the currency quotes one of the customer's local-currency
      * accounts, instead of converting it. Read by TRFVSETP for
      * TRFVTC1. Only maintained through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSSETPRF-RECORD          PIC X(100).
      * I-O FORMAT:TFSSETPRFR FROM FILE TFSSETPRF OF LIBRARY COMDB
      * Settlement preferences - keyed CIFNO/CUYCD.
           05 TFSSETPRFR                REDEFINES TFSSETPRF-RECORD.
           06 TFSSETPRF-CIFNO       PIC X(19).
      * customer CIF number, left justified
           06 TFSSETPRF-CUYCD       PIC X(03).
      * payment currency the preference applies to
           06 TFSSETPRF-SETACC      PIC X(15).
      * the customer's foreign-currency account in CUYCD to credit
           06 TFSSETPRF-STATUS      PIC X(01).
      * A = active   S = suspended (payments convert as before)
           06 TFSSETPRF-EFFDTE      PIC S9(08).
           06 TFSSETPRF-EXPDTE      PIC S9(08).
      * in force from EFFDTE to EXPDTE inclusive, zero = open-ended
           06 TFSSETPRF-REASON      PIC X(20).
      * customer instruction reference
           06 TFSSETPRF-APPRUSER    PIC X(10).
      * officer who approved the preference (checker)
           06 TFSSETPRF-ADDDTE      PIC S9(08).
      * date the preference went live
           06 TFSSETPRF-FILLER      PIC X(08).
      * reserved

      * TFSBENHST.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BENH01 - RISKOPS - 15/10/2026 - New file. Beneficiary credit
      * history - one row per beneficiary account (tag 59 account
      * line) per entity, written/updated by TRFGSTPD as each inward
      * customer credit posts. TRFGSTPD compares a new credit with
      * the row before it posts: a large credit to an account with
      * no row, or one many times the account's usual amount, parks
      * on TFSVRFQUE (reason F / P). Amounts are in local currency
      * (TFSSPTL-LCAMT) so credits in any currency compare.
      *------------------------------------------------------------------
           05 TFSBENHST-RECORD          PIC X(120).
      * I-O FORMAT:TFSBENHSTR FROM FILE TFSBENHST OF LIBRARY COMDB
      * Beneficiary history - keyed BNKENTITY/ACCNO.
           05 TFSBENHSTR                REDEFINES TFSBENHST-RECORD.
           06 TFSBENHST-BNKENTITY   PIC X(02).
           06 TFSBENHST-ACCNO       PIC X(35).
      * tag 59 account line as received
           06 TFSBENHST-FIRSTDTE    PIC S9(08).
      * processing date of the first credit posted
           06 TFSBENHST-LASTDTE     PIC S9(08).
      * processing date of the latest credit posted
           06 TFSBENHST-CRCNT       PIC 9(07).
      * credits posted
           06 TFSBENHST-AVGLCAMT    PIC S9(15)V9(02).
      * typical amount - running mean of the credits posted
           06 TFSBENHST-MINLCAMT    PIC S9(15)V9(02).
           06 TFSBENHST-MAXLCAMT    PIC S9(15)V9(02).
      * lowest / highest credit posted - the account's amount band
           06 TFSBENHST-FILLER      PIC X(09).
      * reserved

      * TFSSETSUB.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SETP01 - RISKOPS - 15/10/2026 - New file. One row per inward
      * item whose credit TRFVTC1 moved from the quoted local-currency
      * account to the customer's account in the payment currency
      * under a TFSSETPRF settlement preference. Written by TRFVSETP;
      * read back for the credit advice (TRFGCADV).
      *------------------------------------------------------------------
           05 TFSSETSUB-RECORD          PIC X(100).
      * I-O FORMAT:TFSSETSUBR FROM FILE TFSSETSUB OF LIBRARY COMDB
      * Settlement substitutions - keyed PARALNO/SEQNUM.
           05 TFSSETSUBR                REDEFINES TFSSETSUB-RECORD.
           06 TFSSETSUB-PARALNO     PIC 9(08).
           06 TFSSETSUB-SEQNUM      PIC 9(02).
      * the TFSSTPL item
           06 TFSSETSUB-CIFNO       PIC X(19).
      * customer whose preference was applied
           06 TFSSETSUB-CUYCD       PIC X(03).
      * payment currency
           06 TFSSETSUB-ORGACC      PIC X(35).
      * account quoted in field 59 (local currency)
           06 TFSSETSUB-SETACC      PIC X(15).
      * account actually credited (payment currency)
           06 TFSSETSUB-SUBDTE      PIC S9(08).
           06 TFSSETSUB-SUBTIME     PIC S9(06).
      * when the substitution was made
           06 TFSSETSUB-FILLER      PIC X(04).
      * reserved

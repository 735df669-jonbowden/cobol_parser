      * TFSJURTRM.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * JURS01 - RISKOPS - 15/10/2026 - New file. Jurisdiction address
      * terms - the country names, alternative spellings and major
      * city names by which a country shows up in a free-format party
      * address. TRFVJURS scans the tag 50 and tag 59 address lines
      * for the terms of every country flagged TFSCNTRY-SANCTHLD (and
      * for the ISO code itself). Maintained only through the TRFGMNT
      * maker-checker like the other compliance tables.
      *------------------------------------------------------------------
           05 TFSJURTRM-RECORD          PIC X(80).
      * I-O FORMAT:TFSJURTRMR FROM FILE TFSJURTRM OF LIBRARY COMDB
      * Jurisdiction terms - keyed CNTRYCD/TERM.
           05 TFSJURTRMR                REDEFINES TFSJURTRM-RECORD.
           06 TFSJURTRM-CNTRYCD     PIC X(02).
      * ISO country code the term belongs to (TFSCNTRY key)
           06 TFSJURTRM-TERM        PIC X(30).
      * term as it would appear in an address, upper case, plain
      * latin - matched as a whole word or phrase
           06 TFSJURTRM-TRMTYP      PIC X(01).
      * N = country name    A = alternative spelling / former name
      * C = city or region
           06 TFSJURTRM-APPRUSER    PIC X(10).
      * officer who approved the term (checker)
           06 TFSJURTRM-ADDDTE      PIC S9(08).
      * date the term went live
           06 TFSJURTRM-FILLER      PIC X(29).
      * reserved

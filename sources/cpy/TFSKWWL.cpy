      * TFSKWWL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * KWWL01 - RISKOPS - 15/10/2026 - New file. Compliance narrative
      * keyword watch-list - vessel names, sanctioned ports, dual-use
      * goods terms and other red-flag words. TRFVKWWL matches the
      * words in effect against the tag 70 remittance lines, the tag
      * 72 narrative and the tag 50/59 address lines; a hit holds the
      * item on TFSSCRHLD (reason K) with the keyword as HITRULE.
      * Maintained only through the TRFGMNT maker-checker. GHKWHRPT
      * reports the monthly hit rate per keyword.
      *------------------------------------------------------------------
           05 TFSKWWL-RECORD            PIC X(100).
      * I-O FORMAT:TFSKWWLR FROM FILE TFSKWWL OF LIBRARY COMDB
      * Keyword watch-list - keyed KEYWORD.
           05 TFSKWWLR                  REDEFINES TFSKWWL-RECORD.
           06 TFSKWWL-KEYWORD       PIC X(20).
      * word or phrase, upper case, plain latin - matched as a whole
      * word or phrase
           06 TFSKWWL-CATEGORY      PIC X(01).
      * V = vessel name      P = port
      * G = dual-use goods   O = other red flag
           06 TFSKWWL-EFFDTE        PIC S9(08).
      * first date the keyword is matched (CCYYMMDD)
           06 TFSKWWL-EXPDTE        PIC S9(08).
      * last date the keyword is matched, zero = open-ended
           06 TFSKWWL-DESC          PIC X(30).
      * why the word is on the list (list reference, case)
           06 TFSKWWL-APPRUSER      PIC X(10).
      * officer who approved the entry (checker)
           06 TFSKWWL-ADDDTE        PIC S9(08).
      * date the entry went live
           06 TFSKWWL-FILLER        PIC X(15).
      * reserved

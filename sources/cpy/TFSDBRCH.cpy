      * TFSDBRCH.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * DCLR01 - RISKOPS - 15/10/2026 - New file. Domestic bank
      * reachability - which local clearing schemes each local bank
      * participates in, maintained from the scheme operators'
      * participant lists. A FAST or GIRO rule on TFSDRTRUL is only
      * taken when the beneficiary bank is reachable on that scheme;
      * a bank not on file is reachable on MEPS+ only.
      *------------------------------------------------------------------
           05 TFSDBRCH-RECORD           PIC X(40).
      * I-O FORMAT:TFSDBRCHR FROM FILE TFSDBRCH OF LIBRARY COMDB
      * Domestic bank reachability - keyed BANKID.
           05 TFSDBRCHR                 REDEFINES TFSDBRCH-RECORD.
           06 TFSDBRCH-BANKID       PIC X(11).
      * BIC of the local bank
           06 TFSDBRCH-FASTIND      PIC X(01).
      * Y = FAST participant
           06 TFSDBRCH-GIROIND      PIC X(01).
      * Y = GIRO participant
           06 TFSDBRCH-MEPSIND      PIC X(01).
      * Y = MEPS+ participant
           06 TFSDBRCH-UPDDTE       PIC S9(08).
      * date the participation was last confirmed
           06 TFSDBRCH-FILLER       PIC X(18).
      * reserved

      * TFSCLRDIR.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CLRC01 - RISKOPS - 15/10/2026 - New file. National clearing-
      * code directory: a bank's domestic clearing code (Fedwire ABA
      * routing number, CHIPS UID and participant number, UK sort
      * code, Australian BSB, Indian IFSC, China CNAPS) resolved to
      * the institution's BIC. Loaded by the GHCLRDLT delta load
      * (same pattern as the GHBICDLT BIC directory load), read by
      * TRFVCLRC to validate the "//" party identifier in line 1 of
      * fields 56/57 and to derive the BIC when the field carries
      * only the code.
      *------------------------------------------------------------------
           05 TFSCLRDIR-RECORD          PIC X(80).
      * I-O FORMAT:TFSCLRDIRR FROM FILE TFSCLRDIR OF LIBRARY COMDB
      * Clearing-code directory - keyed SCHEME/CLRCODE.
           05 TFSCLRDIRR                REDEFINES TFSCLRDIR-RECORD.
           06 TFSCLRDIR-SCHEME      PIC X(02).
      * FW = Fedwire/ABA        CH = CHIPS UID   CP = CHIPS participant
      * SC = UK sort code       AU = BSB         IN = IFSC
      * CN = CNAPS
           06 TFSCLRDIR-CLRCODE     PIC X(15).
      * the code as it follows the scheme in the party identifier,
      * left-justified, no separators
           06 TFSCLRDIR-BIC         PIC X(11).
      * institution BIC the code resolves to
           06 TFSCLRDIR-INSTNAME    PIC X(35).
           06 TFSCLRDIR-CNTRYCD     PIC X(02).
           06 TFSCLRDIR-ACTVIND     PIC X(01).
      * Y = row active
           06 TFSCLRDIR-LSTUPDTE    PIC S9(08).
           06 TFSCLRDIR-FILLER      PIC X(06).
      * reserved

      * TFSSODRUL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SODR01 - RISKOPS - 15/10/2026 - New file. Segregation-of-duties
      * conflict rules: one row per pair of TFSFNAUTH functions that
      * one user must not hold together (e.g. HLDRLSE with a hold-
      * placing function, VRFOFCR with VRFRLSE). Maintained by
      * security administration; read by GHSODRPT (conflict report)
      * and GHFNRCRT (recertification extract).
      *------------------------------------------------------------------
           05 TFSSODRUL-RECORD          PIC X(80).
      * I-O FORMAT:TFSSODRULR FROM FILE TFSSODRUL OF LIBRARY COMDB
      * SoD conflict rule - keyed FUNCTA/FUNCTB.
           05 TFSSODRULR                REDEFINES TFSSODRUL-RECORD.
           06 TFSSODRUL-FUNCTA      PIC X(08).
           06 TFSSODRUL-FUNCTB      PIC X(08).
      * the two conflicting functions, either order
           06 TFSSODRUL-RULEDESC    PIC X(40).
           06 TFSSODRUL-ACTIVE      PIC X(01).
      * Y = rule in force, anything else ignored
           06 TFSSODRUL-LSTUPDTE    PIC S9(08).
           06 TFSSODRUL-FILLER      PIC X(15).
      * reserved

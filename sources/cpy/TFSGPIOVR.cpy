      * TFSGPIOVR.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * GPIOVR - RISKOPS - 15/10/2026 - New file. Per-entity overrides
      * of the GPISTPSW enhancement switches. A row keyed on bank
      * entity alone (PROCUNIT blank) applies to the whole entity; a
      * row keyed on entity and processing unit applies to that unit
      * only and wins over the entity row. TRFXGSPA lays the
      * overrides over the global GPISTPSW value. Only maintained
      * through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSGPIOVR-RECORD          PIC X(100).
      * I-O FORMAT:TFSGPIOVRR FROM FILE TFSGPIOVR OF LIBRARY COMDB
      * GPISTPSW switch overrides - keyed BNKENTITY/PROCUNIT.
           05 TFSGPIOVRR                REDEFINES TFSGPIOVR-RECORD.
           06 TFSGPIOVR-BNKENTITY   PIC X(02).
           06 TFSGPIOVR-PROCUNIT    PIC X(03).
      * blank = every processing unit of the entity
           06 TFSGPIOVR-SWOVR       PIC X(20).
      * one byte per switch, positioned as in GPISTPSW:
      * Y or N = overridden for this entity/unit, blank = global value
           06 TFSGPIOVR-REASON      PIC X(40).
      * local regulation or circular reference for the override
           06 TFSGPIOVR-APPRUSER    PIC X(10).
      * officer who approved the override (checker)
           06 TFSGPIOVR-ADDDTE      PIC S9(08).
      * date the override went live
           06 TFSGPIOVR-FILLER      PIC X(17).
      * reserved

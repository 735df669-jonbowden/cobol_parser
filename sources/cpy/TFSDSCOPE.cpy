      * TFSDSCOPE.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * DSCP01 - RISKOPS - 15/10/2026 - New file. Data scope of an ops
      * user: one row per user (or role profile) and bank entity /
      * processing unit whose payments the user may see and act on.
      * PROCUNIT blank = every processing unit of the entity;
      * BNKENTITY "**" = every entity (head office). Checked only
      * through TRFXDSCP - no row, a non-"Y" allow flag or an expired
      * row all deny, nothing is open by default. Out-of-scope
      * attempts are written to TFSFNAUDT as function DATASCOP.
      * Maintained by security administration alongside TFSFNAUTH.
      *------------------------------------------------------------------
           05 TFSDSCOPE-RECORD          PIC X(50).
      * I-O FORMAT:TFSDSCOPER FROM FILE TFSDSCOPE OF LIBRARY COMDB
      * User data scope - keyed USERID/BNKENTITY/PROCUNIT.
           05 TFSDSCOPER                REDEFINES TFSDSCOPE-RECORD.
           06 TFSDSCOPE-USERID      PIC X(10).
      * user profile or role profile
           06 TFSDSCOPE-BNKENTITY   PIC X(02).
      * "**" = every entity
           06 TFSDSCOPE-PROCUNIT    PIC X(03).
      * blank = every processing unit of the entity
           06 TFSDSCOPE-ALLOWIND    PIC X(01).
      * Y = in scope - anything else denies, same as no row
           06 TFSDSCOPE-EXPDTE      PIC S9(08).
      * scope expires after this date, zero = no expiry
           06 TFSDSCOPE-LSTUPDTE    PIC S9(08).
           06 TFSDSCOPE-FILLER      PIC X(18).
      * reserved

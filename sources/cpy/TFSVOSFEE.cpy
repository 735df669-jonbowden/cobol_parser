      * TFSVOSFEE.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VBIL01 - RISKOPS - 15/10/2026 - New file. Vostro fee schedule
      * for the monthly account analysis billing (GHVOSBIL): a per-item
      * fee by message type, and the monthly maintenance fee on the
      * SWFTMGTY 000 row. A row for the correspondent's own BIC wins
      * over the default row (BANKID spaces) for the currency.
      * Maintained by Finance.
      *------------------------------------------------------------------
           05 TFSVOSFEE-RECORD          PIC X(60).
      * I-O FORMAT:TFSVOSFEER FROM FILE TFSVOSFEE OF LIBRARY COMDB
      * Vostro fee schedule - keyed BANKID/CUYCD/SWFTMGTY.
           05 TFSVOSFEER                REDEFINES TFSVOSFEE-RECORD.
           06 TFSVOSFEE-BANKID      PIC X(11).
      * vostro holder, spaces = default schedule for the currency
           06 TFSVOSFEE-CUYCD       PIC X(03).
      * currency of the vostro and of the fee
           06 TFSVOSFEE-SWFTMGTY    PIC 9(03).
      * message type priced (103, 202, ...), 000 = maintenance row
           06 TFSVOSFEE-ITEMFEE     PIC S9(09)V9(02).
      * fee per item of the type, or the monthly maintenance fee
           06 TFSVOSFEE-INCGLNO     PIC 9(06).
      * GL account the fee income posts to
           06 TFSVOSFEE-LSTUPDTE    PIC S9(08).
           06 TFSVOSFEE-FILLER      PIC X(18).
      * reserved

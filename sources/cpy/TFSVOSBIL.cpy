      * TFSVOSBIL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VBIL01 - RISKOPS - 15/10/2026 - New file. Vostro analysis
      * billing register - one row per vostro and billing month,
      * written by GHVOSBIL when the month is billed. The fee is
      * debited to the vostro with an MT900 advice; a vostro that
      * cannot carry it stays outstanding and the debit is retried
      * by every later run until collected. Finance's billed-versus-
      * collected summary is read from here.
      *------------------------------------------------------------------
           05 TFSVOSBIL-RECORD          PIC X(100).
      * I-O FORMAT:TFSVOSBILR FROM FILE TFSVOSBIL OF LIBRARY COMDB
      * Vostro billing register - keyed BANKID/CUYCD/BILLMTH.
           05 TFSVOSBILR                REDEFINES TFSVOSBIL-RECORD.
           06 TFSVOSBIL-BANKID      PIC X(11).
           06 TFSVOSBIL-CUYCD       PIC X(03).
           06 TFSVOSBIL-BILLMTH     PIC 9(06).
      * billing month CCYYMM
           06 TFSVOSBIL-ITEMCNT     PIC 9(07).
      * items counted on the vostro in the month
           06 TFSVOSBIL-ITEMFEE     PIC S9(13)V9(02) COMP-3.
      * per-item fees for the month
           06 TFSVOSBIL-MNTFEE      PIC S9(13)V9(02) COMP-3.
      * maintenance fee for the month
           06 TFSVOSBIL-FEEAMT      PIC S9(13)V9(02) COMP-3.
      * total billed
           06 TFSVOSBIL-BILLDTE     PIC S9(08).
           06 TFSVOSBIL-STATUS      PIC X(01).
      * C = collected (debited to the vostro)
      * O = outstanding - the vostro could not carry the debit
      * N = nothing due
           06 TFSVOSBIL-COLAMT      PIC S9(13)V9(02) COMP-3.
           06 TFSVOSBIL-COLDTE      PIC S9(08).
      * when the debit posted
           06 TFSVOSBIL-MSGNO       PIC S9(05).
      * MT900 advice number (TFSCLSYS-MSGNOREM)
           06 TFSVOSBIL-INCGLNO     PIC 9(06).
      * fee income GL, from the schedule
           06 TFSVOSBIL-FILLER      PIC X(13).
      * reserved

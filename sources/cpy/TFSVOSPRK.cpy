      * TFSVOSPRK.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VOSB01 - RISKOPS - 15/10/2026 - New file. Vostro insufficient-
      * funds queue: one row per TFSSTPL item whose debit would have
      * taken the correspondent's vostro below zero or below its
      * overdraft line (TFSVOSBAL). TRFGSTPD parks the item (PRCIND
      * "F") and writes the row; GHVOSRTY re-drives it, oldest first,
      * once the correspondent's incoming cover has posted enough to
      * the vostro to carry it.
      *------------------------------------------------------------------
           05 TFSVOSPRK-RECORD          PIC X(100).
      * I-O FORMAT:TFSVOSPRKR FROM FILE TFSVOSPRK OF LIBRARY COMDB
      * Vostro funds queue - keyed PARALNO/SEQNUM (the TFSSTPL key).
           05 TFSVOSPRKR                REDEFINES TFSVOSPRK-RECORD.
           06 TFSVOSPRK-PARALNO     PIC 9(08).
           06 TFSVOSPRK-SEQNUM      PIC 9(02).
           06 TFSVOSPRK-BANKID      PIC X(11).
           06 TFSVOSPRK-CUYCD       PIC X(03).
      * the vostro the item draws on
           06 TFSVOSPRK-AMT         PIC S9(15)V9(02) COMP-3.
      * amount of the debit
           06 TFSVOSPRK-PRKDTE      PIC S9(08).
           06 TFSVOSPRK-PRKTIME     PIC S9(06).
      * when the item was (last) parked
           06 TFSVOSPRK-AVLBAL      PIC S9(15)V9(02) COMP-3.
      * vostro available balance at that moment
           06 TFSVOSPRK-STATUS      PIC X(01).
      * P = parked, awaiting funds
      * R = re-driven by GHVOSRTY - the item is back on the STP queue
      * X = closed - the item left PRCIND "F" by another route
           06 TFSVOSPRK-PRKCNT      PIC S9(03).
      * times parked - a re-driven item that is still short parks
      * again on the same row
           06 TFSVOSPRK-RLSDTE      PIC S9(08).
           06 TFSVOSPRK-RLSTIME     PIC S9(06).
      * when GHVOSRTY last re-drove or closed the row
           06 TFSVOSPRK-FILLER      PIC X(26).
      * reserved

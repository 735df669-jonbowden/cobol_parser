      * TFSFWDDRW.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * FWD001 - RISKOPS - 15/10/2026 - New file. FX forward drawdowns,
      * one row per inward item that quoted a valid contract. Written
      * pending by the TRFGSTPD validation (so the TRFVTF1B conversion
      * picks up the contract rate) and marked drawn when the item
      * posts and the contract balance is reduced (TRFVFWD).
      *------------------------------------------------------------------
           05 TFSFWDDRW-RECORD          PIC X(120).
      * I-O FORMAT:TFSFWDDRWR FROM FILE TFSFWDDRW OF LIBRARY COMDB
      * FX forward drawdowns - keyed PARALNO/SEQNUM.
           05 TFSFWDDRWR                REDEFINES TFSFWDDRW-RECORD.
           06 TFSFWDDRW-PARALNO     PIC 9(08).
           06 TFSFWDDRW-SEQNUM      PIC 9(02).
      * the TFSSTPL item drawing on the contract
           06 TFSFWDDRW-CTRNO       PIC X(16).
           06 TFSFWDDRW-CUYCD       PIC X(03).
           06 TFSFWDDRW-AMT         PIC S9(15)V9(02).
      * amount drawn, in the item currency
           06 TFSFWDDRW-RATE        PIC S9(09)V9(07).
           06 TFSFWDDRW-RATEUT      PIC S9(05).
      * contract rate applied
           06 TFSFWDDRW-LCAMT       PIC S9(15)V9(02).
      * amount credited in the account currency
           06 TFSFWDDRW-STATUS      PIC X(01).
      * P = validated, waiting to post   D = drawn
           06 TFSFWDDRW-VALDTE      PIC S9(08).
      * date the item was last validated against the contract
           06 TFSFWDDRW-DRWDTE      PIC S9(08).
           06 TFSFWDDRW-DRWTIME     PIC S9(06).
      * when the contract balance was drawn
           06 TFSFWDDRW-FILLER      PIC X(13).
      * reserved

      * TFSVOSMOV.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VOSB01 - RISKOPS - 15/10/2026 - New file. Vostro movement log:
      * one row per debit or credit TRFXVBAL posts to a TFSVOSBAL
      * running balance, so every intraday movement can be traced to
      * its item. GHM950O takes the day's debits from here for the
      * outward MT950.
      *------------------------------------------------------------------
           05 TFSVOSMOV-RECORD          PIC X(60).
      * I-O FORMAT:TFSVOSMOVR FROM FILE TFSVOSMOV OF LIBRARY COMDB
      * Vostro movements - arrival sequence.
           05 TFSVOSMOVR                REDEFINES TFSVOSMOV-RECORD.
           06 TFSVOSMOV-BANKID      PIC X(11).
           06 TFSVOSMOV-CUYCD       PIC X(03).
           06 TFSVOSMOV-MOVDTE      PIC S9(08).
           06 TFSVOSMOV-MOVTIME     PIC S9(06).
           06 TFSVOSMOV-PARALNO     PIC 9(08).
           06 TFSVOSMOV-SEQNUM      PIC 9(02).
      * the TFSSTPL item posted
           06 TFSVOSMOV-DRCR        PIC X(01).
      * D = vostro debited   C = vostro credited
           06 TFSVOSMOV-AMT         PIC S9(15)V9(02) COMP-3.
           06 TFSVOSMOV-FILLER      PIC X(12).
      * reserved

      * TFSVOSBAL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VOSB01 - RISKOPS - 15/10/2026 - New file. Running intraday
      * balance of every vostro (TFSBNKAC bank/currency), kept by
      * TRFXVBAL. Each day opens from the latest TFSVSTMT closing and
      * is moved by every debit and credit TRFGSTPD posts to the
      * account; a debit that would take it below zero, or below the
      * agreed overdraft line, parks on TFSVOSPRK instead of posting.
      * Rows are seeded for every vostro by GHVOSRTY.
      *------------------------------------------------------------------
           05 TFSVOSBAL-RECORD          PIC X(100).
      * I-O FORMAT:TFSVOSBALR FROM FILE TFSVOSBAL OF LIBRARY COMDB
      * Vostro running balance - keyed BANKID/CUYCD.
           05 TFSVOSBALR                REDEFINES TFSVOSBAL-RECORD.
           06 TFSVOSBAL-BANKID      PIC X(11).
      * vostro holder (TFSBNKAC bank)
           06 TFSVOSBAL-CUYCD       PIC X(03).
           06 TFSVOSBAL-BALDTE      PIC S9(08).
      * business date the totals below belong to - an older date is
      * rolled forward on first use of the day
           06 TFSVOSBAL-OPENBAL     PIC S9(15)V9(02) COMP-3.
      * opening - the latest TFSVSTMT 62F closing (zero if none yet)
           06 TFSVOSBAL-CRTOTAL     PIC S9(15)V9(02) COMP-3.
           06 TFSVOSBAL-DRTOTAL     PIC S9(15)V9(02) COMP-3.
      * credits and debits posted to the vostro today
           06 TFSVOSBAL-ODLINE      PIC S9(15)V9(02) COMP-3.
      * overdraft line agreed with the correspondent - zero means the
      * vostro may not go below zero. Carried across the day roll.
           06 TFSVOSBAL-LSTDTE      PIC S9(08).
           06 TFSVOSBAL-LSTTIME     PIC S9(06).
      * last movement posted
           06 TFSVOSBAL-FILLER      PIC X(28).
      * reserved

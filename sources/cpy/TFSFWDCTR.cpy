      * TFSFWDCTR.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * FWD001 - RISKOPS - 15/10/2026 - New file. FX forward contracts
      * booked by corporates with Treasury, loaded daily from the
      * treasury feed by GHFWDLD. An inward payment quoting the
      * contract number in field 70 or 72 converts at the contract
      * rate instead of the day rate and draws down the outstanding
      * balance (TRFVFWD). Never keyed by hand.
      *------------------------------------------------------------------
           05 TFSFWDCTR-RECORD          PIC X(150).
      * I-O FORMAT:TFSFWDCTRR FROM FILE TFSFWDCTR OF LIBRARY COMDB
      * FX forward contracts - keyed CTRNO.
           05 TFSFWDCTRR                REDEFINES TFSFWDCTR-RECORD.
           06 TFSFWDCTR-CTRNO       PIC X(16).
      * treasury contract number, as the customer quotes it
           06 TFSFWDCTR-CIFNO       PIC X(19).
      * customer the contract was booked with
           06 TFSFWDCTR-BUYCUY      PIC X(03).
      * currency the bank buys - the currency of the inward payment
           06 TFSFWDCTR-SELLCUY     PIC X(03).
      * currency the bank sells - the currency of the account credited
           06 TFSFWDCTR-RATE        PIC S9(09)V9(07).
           06 TFSFWDCTR-RATEUT      PIC S9(05).
      * contract rate per RATEUT units of BUYCUY, as TRFGERTE quotes
           06 TFSFWDCTR-CTRAMT      PIC S9(13)V9(02).
      * contract amount in BUYCUY
           06 TFSFWDCTR-OSBAL       PIC S9(13)V9(02).
      * amount still to be drawn, in BUYCUY
           06 TFSFWDCTR-MATFROM     PIC S9(08).
           06 TFSFWDCTR-MATTO       PIC S9(08).
      * maturity window - drawdowns accepted from MATFROM to MATTO
      * inclusive
           06 TFSFWDCTR-STATUS      PIC X(01).
      * A = active   C = fully drawn   X = cancelled by Treasury
           06 TFSFWDCTR-LOADDTE     PIC S9(08).
      * date of the treasury feed that last touched the contract
           06 TFSFWDCTR-LSTDRWDTE   PIC S9(08).
      * date of the last drawdown, zero = none yet
           06 TFSFWDCTR-FILLER      PIC X(25).
      * reserved

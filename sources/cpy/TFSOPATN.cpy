      * TFSOPATN.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OCTL01 - RISKOPS - 15/10/2026 - New file. Outward payment
      * pattern, kept up by TRFGOUTD as each outward message is sent:
      * the beneficiary banks we have paid, and the running amount
      * profile per capturing branch and per debit account and
      * currency. Read by the TRFGOUTD payment controls.
      *------------------------------------------------------------------
           05 TFSOPATN-RECORD           PIC X(100).
      * I-O FORMAT:TFSOPATNR FROM FILE TFSOPATN OF LIBRARY COMDB
      * Outward payment pattern - keyed BNKENTITY/PATTYP/PATKEY/CUYCD.
           05 TFSOPATNR                 REDEFINES TFSOPATN-RECORD.
           06 TFSOPATN-BNKENTITY    PIC X(02).
           06 TFSOPATN-PATTYP       PIC X(01).
      * K = beneficiary bank (57 BIC, else the receiver) - CUYCD
      *     is spaces
      * B = capturing branch (processing unit)
      * A = debit account (customer account, or GL number)
           06 TFSOPATN-PATKEY       PIC X(15).
           06 TFSOPATN-CUYCD        PIC X(03).
           06 TFSOPATN-FIRSTDTE     PIC S9(08).
           06 TFSOPATN-LASTDTE      PIC S9(08).
      * first and latest send (CCYYMMDD)
           06 TFSOPATN-PAYCNT       PIC 9(07).
      * messages sent
           06 TFSOPATN-AVGAMT       PIC S9(15)V9(02) COMP-3.
           06 TFSOPATN-MAXAMT       PIC S9(15)V9(02) COMP-3.
      * running average and largest amount sent, in CUYCD
           06 TFSOPATN-FILLER       PIC X(38).
      * reserved

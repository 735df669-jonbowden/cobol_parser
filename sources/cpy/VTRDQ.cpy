      * VTRDQ.cpy
      *---------- COPYBOOK FOR CALLING TRFGTRDQ ----------
      * TRDS01 - RISKOPS - 15/10/2026 - INITIAL VERSION. TRADE DESK
      * DISPOSITION OF AN ITEM ON THE TRADE-SETTLEMENT QUEUE: SET =
      * SETTLED AGAINST THE TRADE REFERENCE IN THE TRADE SYSTEM (THE
      * ITEM STAYS OFF THE CUSTOMER FLOW), REL = NOT A TRADE PAYMENT
      * - THE ITEM GOES BACK TO THE UNPROCESSED QUEUE AND THE DRIVER
      * CREDITS IT NORMALLY WITHOUT RE-MATCHING IT. TRDQDISP
      * AUTHORITY (TFSFNAUTH) REQUIRED.
       01  WK-C-VTRDQ-RECORD.
           05  WK-C-VTRDQ-INPUT.
               10  WK-C-VTRDQ-ACTION       PIC X(03).
      *            SET / REL
               10  WK-N-VTRDQ-PARALNO      PIC 9(08).
               10  WK-N-VTRDQ-SEQNUM       PIC 9(02).
               10  WK-C-VTRDQ-USERID       PIC X(10).
           05  WK-C-VTRDQ-OUTPUT.
               10  WK-C-VTRDQ-ERROR-CD     PIC X(07).
      *            SUP0261 = ITEM NOT ON THE TRADE-SETTLEMENT QUEUE
      *                      AWAITING THE TRADE DESK
      *            SUP0029 = USER NOT AUTHORIZED FOR THE ACTION
      *            COM0206 = FILE ERROR

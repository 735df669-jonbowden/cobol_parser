      * VFWD.CPY
      *---------- COPYBOOK FOR CALLING TRFVFWD ----------
      * FWD001 - RISKOPS - 15/10/2026 - INITIAL VERSION.
       01  WK-C-VFWD-RECORD.
           05  WK-C-VFWD-INPUT.
               10  WK-C-VFWD-MODE          PIC X(03).
      *            VAL = CHECK THE QUOTED CONTRACT AGAINST THE ITEM AND
      *                  RECORD THE PENDING DRAWDOWN
      *            INQ = RETURN THE CONTRACT RATE OF A RECORDED
      *                  DRAWDOWN (PARALNO/SEQNUM ONLY)
      *            DRW = DRAW THE RECORDED DRAWDOWN FROM THE CONTRACT
               10  WK-N-VFWD-PARALNO       PIC 9(08).
               10  WK-N-VFWD-SEQNUM        PIC 9(02).
               10  WK-C-VFWD-CTRNO         PIC X(16).
               10  WK-C-VFWD-CRACC         PIC X(35).
      *            FIELD 59 ACCOUNT LINE OF THE ITEM (VAL)
               10  WK-C-VFWD-CUYCD         PIC X(03).
               10  WK-N-VFWD-AMT           PIC S9(15)V9(02).
           05  WK-C-VFWD-OUTPUT.
               10  WK-C-VFWD-ERROR-CD      PIC X(07).
      *            SUP0256 = CONTRACT NOT ON FILE
      *            SUP0257 = CONTRACT EXPIRED, NOT YET IN ITS
      *                      MATURITY WINDOW, DRAWN OR CANCELLED
      *            SUP0258 = AMOUNT OVER THE OUTSTANDING BALANCE
      *            SUP0259 = CONTRACT BOOKED WITH ANOTHER CUSTOMER
      *            SUP0260 = CURRENCY PAIR NOT THE ITEM'S
      *            COM0206 = FILE ERROR
               10  WK-C-VFWD-FOUND         PIC X(01).
      *            Y = A CONTRACT RATE APPLIES TO THE ITEM
               10  WK-N-VFWD-RATE          PIC S9(09)V9(07).
               10  WK-N-VFWD-RATEUT        PIC S9(05).
               10  WK-N-VFWD-LCAMT         PIC S9(15)V9(02).
               10  WK-N-VFWD-OSBAL         PIC S9(13)V9(02).
      *            CONTRACT BALANCE AFTER THE CALL

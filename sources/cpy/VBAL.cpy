      * VBAL.CPY
      *---------- COPYBOOK FOR CALLING TRFXVBAL ----------
      * VOSB01 - RISKOPS - 15/10/2026 - INITIAL VERSION.
       01  WK-C-VBAL-RECORD.
           05  WK-C-VBAL-INPUT.
               10  WK-C-VBAL-MODE          PIC X(03).
      *            DR  = DEBIT THE VOSTRO IF IT CAN CARRY THE AMOUNT
      *            CR  = CREDIT THE VOSTRO
      *            INQ = RETURN THE AVAILABLE BALANCE ONLY
               10  WK-C-VBAL-BANKID        PIC X(11).
               10  WK-C-VBAL-CUYCD         PIC X(03).
               10  WK-N-VBAL-AMT           PIC S9(15)V9(02).
               10  WK-N-VBAL-PARALNO       PIC 9(08).
               10  WK-N-VBAL-SEQNUM        PIC 9(02).
      *            THE TFSSTPL ITEM POSTED - FOR THE MOVEMENT LOG
           05  WK-C-VBAL-OUTPUT.
               10  WK-C-VBAL-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VBAL-STATUS        PIC X(02).
      *            OK = POSTED (OR ENQUIRY ANSWERED)
      *            XX = DEBIT REFUSED - IT WOULD TAKE THE VOSTRO BELOW
      *                 ZERO OR BELOW ITS OVERDRAFT LINE
      *            NV = NOT A CONTROLLED VOSTRO (NO TFSVOSBAL ROW)
               10  WK-N-VBAL-AVLBAL        PIC S9(15)V9(02).
      *            AVAILABLE BALANCE AFTER THE CALL (OPENING PLUS
      *            CREDITS LESS DEBITS)
               10  WK-N-VBAL-ODLINE        PIC S9(15)V9(02).
      *            THE VOSTRO'S OVERDRAFT LINE

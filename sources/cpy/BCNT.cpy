      * BCNT.cpy
      *---------- COPYBOOK FOR CALLING TRFGBCNT ----------
      * T23E01 - RISKOPS - 15/10/2026 - INITIAL VERSION. RECORDS THE
      * OUTCOME OF A BENEFICIARY CONTACT DEMANDED BY FIELD 23E
      * (HOLD/PHOB/TELB) AND RETURNS THE PARKED ITEM TO THE QUEUE:
      *   CON - CONTACT MADE; THE ITEM GOES ON TO STP
      *   FAL - CONTACT COULD NOT BE MADE; THE ITEM GOES TO REPAIR
       01  WK-C-BCNT-RECORD.
           05  WK-C-BCNT-INPUT.
               10  WK-C-BCNT-ACTION        PIC X(03).
               10  WK-N-BCNT-PARALNO       PIC 9(08).
               10  WK-N-BCNT-SEQNUM        PIC 9(02).
               10  WK-C-BCNT-USERID        PIC X(10).
               10  WK-C-BCNT-NOTE          PIC X(50).
           05  WK-C-BCNT-OUTPUT.
               10  WK-C-BCNT-ERROR-CD      PIC X(07).
      *            SUP0021 = ITEM NOT FOUND ON TFSSTPL
      *            SUP0022 = ITEM NO LONGER HELD - NOTHING TO RELEASE
      *            SUP0023 = NO OPEN CONTACT ROW / UNKNOWN ACTION
      *            SUP0029 = USER NOT AUTHORISED TO RELEASE
      *            COM0206 = FILE ERROR

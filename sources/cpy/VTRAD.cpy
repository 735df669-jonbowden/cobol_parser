      * VTRAD.CPY
      *---------- COPYBOOK FOR CALLING TRFVTRAD ----------
      * TRDS01 - RISKOPS - 15/10/2026 - INITIAL VERSION.
       01  WK-C-VTRAD-RECORD.
           05  WK-C-VTRAD-INPUT.
               10  WK-C-VTRAD-MODE         PIC X(03).
      *            MAT = LOOK FOR AN OPEN TRADE REFERENCE QUOTED IN
      *                  FIELD 21, 70 OR 72 OF THE ITEM
      *                  - NOT FOR AN ITEM THE TRADE DESK HAS
      *                  ALREADY RELEASED BACK TO THE NORMAL FLOW
      *            QUE = PUT THE ITEM ON THE TRADE-SETTLEMENT QUEUE
      *                  WITH THE MATCH RETURNED BY MAT (OUTPUT AREA
      *                  PASSED BACK UNCHANGED)
               10  WK-N-VTRAD-PARALNO      PIC 9(08).
               10  WK-N-VTRAD-SEQNUM       PIC 9(02).
               10  WK-C-VTRAD-CUYCD        PIC X(03).
               10  WK-N-VTRAD-AMT          PIC S9(13)V9(02).
      *            ITEM CURRENCY AND AMOUNT (MAT AND QUE)
           05  WK-C-VTRAD-OUTPUT.
               10  WK-C-VTRAD-ERROR-CD     PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VTRAD-FOUND        PIC X(01).
      *            Y = OPEN REFERENCE MATCHED
               10  WK-C-VTRAD-TRDREF       PIC X(16).
               10  WK-C-VTRAD-SRCTAG       PIC X(02).
               10  WK-C-VTRAD-TRDTYP       PIC X(01).
               10  WK-C-VTRAD-TRDCUY       PIC X(03).
               10  WK-N-VTRAD-OSAMT        PIC S9(13)V9(02).
               10  WK-C-VTRAD-PAYIND       PIC X(01).
      *            F FULL / P PARTIAL / O OVER / C OTHER CURRENCY

      * VRTFN.cpy
      *---------- COPYBOOK FOR CALLING TRFGRTFN ----------
      * RTFN01 - RISKOPS - 15/10/2026 - INITIAL VERSION. RECORDS THE
      * RTGS LEG OF A POSTED INWARD ITEM ON TFSRTGSFN FOR SETTLEMENT
      * FINALITY TRACKING - A NO-OP WHEN THE LEG'S MODEPAY IS NOT
      * THE RTGS OF THE PROCESSING UNIT AND CURRENCY (TRFVDRTGS).
       01  WK-C-VRTFN-RECORD.
           05  WK-C-VRTFN-INPUT.
               10  WK-N-VRTFN-PARALNO      PIC 9(08).
               10  WK-N-VRTFN-SEQNUM       PIC 9(02).
               10  WK-C-VRTFN-PU           PIC X(02).
               10  WK-C-VRTFN-CUYCD        PIC X(03).
               10  WK-N-VRTFN-AMT          PIC S9(13)V9(02).
               10  WK-N-VRTFN-VALDTE       PIC S9(08).
               10  WK-C-VRTFN-PMODE        PIC X(08).
      *            MODEPAY THE LEG WENT OUT ON
               10  WK-C-VRTFN-SENBNKID     PIC X(11).
           05  WK-C-VRTFN-OUTPUT.
               10  WK-C-VRTFN-ERROR-CD     PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VRTFN-TRACKED      PIC X(01).
      *            Y = RTGS LEG RECORDED
               10  WK-C-VRTFN-RTGSREF      PIC X(16).

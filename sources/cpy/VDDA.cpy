      * VDDA.cpy
      *---------- COPYBOOK FOR CALLING TRFVDDA ----------
      * MT204X - RISKOPS - 15/10/2026 - INITIAL VERSION. MT204 DIRECT
      * DEBIT AUTHORITY CHECK: THE CLAIMING COUNTERPARTY, DEBIT
      * INSTITUTION AND CURRENCY ARE LOOKED UP ON TFSDDAUTH, AND THE
      * AUTHORITY MUST BE ACTIVE, IN FORCE ON THE VALUE DATE AND
      * LARGE ENOUGH FOR THE DEBIT.
       01  WK-C-VDDA-RECORD.
           05  WK-C-VDDA-INPUT.
               10  WK-C-VDDA-CLAIMBIC      PIC X(11).
               10  WK-C-VDDA-DRBIC         PIC X(11).
               10  WK-C-VDDA-CUYCD         PIC X(03).
               10  WK-N-VDDA-AMT           PIC S9(15)V9(02).
               10  WK-N-VDDA-VALDTE        PIC S9(08).
           05  WK-C-VDDA-OUTPUT.
               10  WK-C-VDDA-ERROR-CD      PIC X(07).
      *            SUP0231 = NO AUTHORITY FOR THE CLAIMANT/DEBIT
      *                      INSTITUTION/CURRENCY
      *            SUP0232 = AUTHORITY SUSPENDED OR NOT IN FORCE ON
      *                      THE VALUE DATE
      *            SUP0233 = DEBIT ABOVE THE AUTHORISED AMOUNT
      *            COM0206 = FILE ERROR
               10  WK-C-VDDA-DRACCNO       PIC X(15).
               10  WK-N-VDDA-MAXAMT        PIC S9(15)V9(02).

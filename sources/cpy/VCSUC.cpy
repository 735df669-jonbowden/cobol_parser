      * VCSUC.cpy
      *---------- COPYBOOK FOR CALLING TRFVCSUC ----------
      * CSUC01 - RISKOPS - 15/10/2026 - INITIAL VERSION. CURRENCY
      * CODE SUCCESSION: A CODE ON TFSCUYSUC IS RETIRED FROM ITS
      * CUT-OVER DATE. UNTIL THE END OF ACCEPTANCE THE AMOUNT IS
      * CONVERTED AT THE FIXED RATE AND ROUNDED TO THE SUCCESSOR'S
      * DECIMAL PLACES; AFTER IT THE CODE IS REFUSED.
       01  WK-C-VCSUC-RECORD.
           05  WK-C-VCSUC-INPUT.
               10  WK-C-VCSUC-CUYCD        PIC X(03).
               10  WK-N-VCSUC-AMT          PIC S9(15)V9(02).
               10  WK-N-VCSUC-CHKDTE       PIC S9(08).
      *            DATE THE CODE IS CHECKED AT (THE RUN DATE)
           05  WK-C-VCSUC-OUTPUT.
               10  WK-C-VCSUC-STATUS       PIC X(01).
      *            T = RETIRED, TRANSLATED - NEW CODE AND AMOUNT BELOW
      *            E = RETIRED, ACCEPTANCE WINDOW CLOSED
      *            SPACE = NOT A RETIRED CODE (OR NOT YET CUT OVER)
               10  WK-C-VCSUC-NEWCUY       PIC X(03).
               10  WK-N-VCSUC-NEWAMT       PIC S9(15)V9(02).
               10  WK-N-VCSUC-CONVRATE     PIC 9(07)V9(08).
               10  WK-N-VCSUC-ENDDTE       PIC S9(08).
               10  WK-C-VCSUC-ERROR-CD     PIC X(07).
      *            SUP0269 = RETIRED CODE PAST ITS ACCEPTANCE WINDOW
      *            COM0206 = FILE ERROR

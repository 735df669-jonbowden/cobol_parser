GSTCHG         10  WK-N-CADV-GSTAMT        PIC S9(09)V9(02).
GSTCHG*            OUTPUT-TAX COMPONENT INSIDE OUR CHARGE, SHOWN
GSTCHG*            SEPARATELY ON THE BREAKDOWN.
SETP01         10  WK-C-CADV-SETACC        PIC X(15).
SETP01*            ACCOUNT ACTUALLY CREDITED WHEN A SETTLEMENT
SETP01*            PREFERENCE MOVED THE CREDIT OFF THE ACCOUNT QUOTED
SETP01*            (WK-C-CADV-ACCNO) - SPACES OTHERWISE.
           05  WK-C-CADV-OUTPUT.
               10  WK-C-CADV-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR

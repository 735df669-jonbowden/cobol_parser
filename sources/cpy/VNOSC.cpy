      * VNOSC.cpy
      *---------- COPYBOOK FOR CALLING TRFVNOSC ----------
      * NOSC01 - RISKOPS - 15/10/2026 - INITIAL VERSION. DOES A
      * PAYMENT REFERENCE A NOSTRO ON THE TFSNOSCLS CLOSURE PLAN?
      * THE REIMBURSEMENT BANK AND ACCOUNT ARE TAKEN AS TRFVTD1
      * TAKES THEM - TAG 54, ELSE TAG 53, ELSE THE ITEM'S OWN BANK.
      * AN ITEM NAMING THE OLD ACCOUNT MATCHES; ONE NAMING ONLY THE
      * BANK MATCHES WHEN THE PLAN MOVES THE NOSTRO TO ANOTHER BANK.
       01  WK-C-VNOSC-RECORD.
           05  WK-C-VNOSC-INPUT.
               10  WK-C-VNOSC-MODE         PIC X(01).
      *            C = PLANS CLOSED BY CHKDTE ONLY (INWARD REPAIR)
      *            P = ANY PLAN NOT CANCELLED (IMPACT REPORT)
               10  WK-C-VNOSC-BNKENTTY     PIC X(02).
               10  WK-C-VNOSC-CUYCD        PIC X(03).
               10  WK-C-VNOSC-BANKID       PIC X(11).
      *            SENDER (INWARD) OR RECEIVER (OUTWARD)
               10  WK-C-VNOSC-TAG53        PIC X(181).
               10  WK-C-VNOSC-TAG54        PIC X(181).
               10  WK-N-VNOSC-CHKDTE       PIC S9(08).
           05  WK-C-VNOSC-OUTPUT.
               10  WK-C-VNOSC-STATUS       PIC X(01).
      *            A = OLD ACCOUNT QUOTED   B = OLD BANK QUOTED
      *            SPACE = NO PLAN REFERENCED
               10  WK-C-VNOSC-REFBIC       PIC X(11).
               10  WK-C-VNOSC-REFACNO      PIC X(35).
      *            REIMBURSEMENT BANK AND ACCOUNT AS DERIVED
               10  WK-C-VNOSC-PLAN.
                   15  WK-C-VNOSC-PBANKID  PIC X(11).
                   15  WK-N-VNOSC-PRIORITY PIC S9(02).
                   15  WK-C-VNOSC-OLDACNO  PIC X(15).
                   15  WK-N-VNOSC-CLSDTE   PIC S9(08).
                   15  WK-C-VNOSC-NEWBANKID PIC X(11).
                   15  WK-C-VNOSC-NEWACNO  PIC X(15).
                   15  WK-C-VNOSC-PLNSTAT  PIC X(01).
               10  WK-C-VNOSC-ERROR-CD     PIC X(07).
      *            SUP0273 = REFERENCES A NOSTRO CLOSED BY CHKDTE
      *            COM0206 = FILE ERROR

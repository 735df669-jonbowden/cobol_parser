      *            SUP0029 = USER NOT AUTHORIZED FOR THE ACTION
      *            COM0206 = FILE ERROR
               10  WK-C-VRFY-OUT-STAT      PIC X(01).
BENH01         10  WK-C-VRFY-OUT-RSN       PIC X(01).
BENH01*            WHY THE ITEM IS ON THE QUEUE (TFSVRFQUE-VRFRSN):
BENH01*            H/SPACE HIGH VALUE, F FIRST-TIME BENEFICIARY,
BENH01*            P OUT OF THE BENEFICIARY'S PATTERN

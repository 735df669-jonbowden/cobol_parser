               10  WK-C-RRLS-ERROR-CD      PIC X(07).
      *            SUP0021 = ITEM NOT FOUND ON TFSSTPL
      *            SUP0023 = ITEM NOT IN REPAIR - NOTHING TO RELEASE
DSCP01*            SUP0268 = ITEM OUTSIDE THE OFFICER'S DATA SCOPE
      *            COM0206 = FILE ERROR
               10  WK-C-RRLS-PLAN          PIC X(06).
      *            THE FASTRV PLAN APPLIED (ALL "Y" = FULL RE-RUN)

      *            SUP0023 = ACTION OUT OF SEQUENCE FOR CURRENT STATE
      *            SUP0024 = CONFIRMING OFFICER SAME AS REQUESTING
      *                      OFFICER - DUAL CONTROL VIOLATION
DSCP01*            SUP0268 = ITEM OUTSIDE THE OFFICER'S DATA SCOPE
      *            COM0206 = FILE ERROR - SEE COM0206 FIELDS
               10  WK-C-HOLD-COM0206.
                   15  WK-C-HOLD-FILE      PIC X(08).

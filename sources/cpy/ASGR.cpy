           05  WK-C-ASGR-OUTPUT.
               10  WK-C-ASGR-ERROR-CD      PIC X(07).
      *            SUP0025 = NEW OFFICER SAME AS SUPERVISOR
DSCP01*            SUP0268 = ITEM OUTSIDE THE DATA SCOPE OF THE
DSCP01*                      SUPERVISOR OR OF THE NEW OFFICER
      *            COM0206 = FILE ERROR

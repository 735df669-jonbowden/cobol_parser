      * VRCRT.cpy
      *---------- COPYBOOK FOR CALLING TRFGRCRT ----------
      * SODR01 - RISKOPS - 15/10/2026 - INITIAL VERSION. A MANAGER'S
      * KEEP (KEP) OR REVOKE (REV) DECISION ON ONE TFSFNAUTH RIGHT OF
      * ONE OF THEIR STAFF, AGAINST THE QUARTERLY TFSRECRT EXTRACT.
      * REVOCATIONS ARE APPLIED TO TFSFNAUTH BY THE GHFNRCRT APPLY
      * RUN; UNTIL THEN THE DECISION MAY BE CHANGED.
      * SODR02 - RISKOPS - 15/10/2026 - A LINE EXTRACTED UNDER
      * "*NOMGR*" (USER WITH NO MANAGER ON TFSUSRMGR) IS DECIDED BY A
      * NAMED SECURITY OFFICER HOLDING RCRTSADM, GIVEN IN SECOFCR; THE
      * OFFICER IS RECORDED AS THE DECIDER.
       01  WK-C-VRCRT-RECORD.
           05  WK-C-VRCRT-INPUT.
               10  WK-C-VRCRT-ACTION       PIC X(03).
      *            KEP / REV
               10  WK-C-VRCRT-CYCLE        PIC X(06).
      *            CCYYQn AS EXTRACTED
               10  WK-C-VRCRT-USERID       PIC X(10).
      *            STAFF MEMBER HOLDING THE RIGHT
               10  WK-C-VRCRT-FUNCTID      PIC X(08).
               10  WK-C-VRCRT-MGRUSRID     PIC X(10).
      *            MANAGER MAKING THE DECISION
               10  WK-C-VRCRT-COMMENT      PIC X(50).
      *            REV - REASON FOR THE REVOCATION (MANDATORY)
SODR02         10  WK-C-VRCRT-SECOFCR      PIC X(10).
SODR02*            SECURITY OFFICER DECIDING A "*NOMGR*" LINE, ELSE
SODR02*            SPACES
           05  WK-C-VRCRT-OUTPUT.
               10  WK-C-VRCRT-ERROR-CD     PIC X(07).
      *            SUP0026 = UNKNOWN ACTION
      *            SUP0266 = RIGHT NOT ON THIS MANAGER'S LIST FOR THE
      *                      CYCLE
      *            SUP0267 = DECISION ALREADY APPLIED - LINE CLOSED
      *            SUP0024 = MANAGER DECIDING ON OWN RIGHTS
      *            SUP0028 = REVOCATION REASON MISSING
SODR02*            SUP0029 = SECURITY OFFICER NOT AUTHORISED
SODR02*                      (RCRTSADM)
      *            COM0206 = FILE ERROR

      * VUNCL.cpy
      *---------- COPYBOOK FOR CALLING TRFGUNCL ----------
      * UNCL01 - RISKOPS - 15/10/2026 - INITIAL VERSION. OFFICER
      * ACTIONS ON THE TFSUNCLM UNCLAIMED FUNDS REGISTER: CNT =
      * RECORD A CONTACT / NOTIFICATION ATTEMPT (TFSUNCNT), CLM =
      * RECORD A CLAIM AGAINST THE ORIGINAL ITEM. UNCLMNT AUTHORITY
      * (TFSFNAUTH) REQUIRED.
       01  WK-C-VUNCL-RECORD.
           05  WK-C-VUNCL-INPUT.
               10  WK-C-VUNCL-ACTION       PIC X(03).
      *            CNT / CLM
               10  WK-N-VUNCL-PARALNO      PIC 9(08).
               10  WK-N-VUNCL-SEQNUM       PIC 9(02).
               10  WK-C-VUNCL-USERID       PIC X(10).
               10  WK-C-VUNCL-CNTMTHD      PIC X(01).
               10  WK-C-VUNCL-PARTY        PIC X(35).
      *            CNT: PARTY CONTACTED   CLM: CLAIMANT
               10  WK-C-VUNCL-OUTCOME      PIC X(30).
      *            CNT: RESULT OF THE ATTEMPT
               10  WK-C-VUNCL-CLMREF       PIC X(16).
      *            CLM: CLAIM REFERENCE
           05  WK-C-VUNCL-OUTPUT.
               10  WK-C-VUNCL-ERROR-CD     PIC X(07).
      *            SUP0262 = ITEM NOT ON THE REGISTER, OR ALREADY
      *                      CLAIMED
      *            SUP0263 = CONTACT METHOD / PARTY OR CLAIMANT /
      *                      CLAIM REFERENCE MISSING
      *            SUP0029 = USER NOT AUTHORIZED FOR THE ACTION
      *            COM0206 = FILE ERROR
               10  WK-C-VUNCL-STATUS       PIC X(01).
      *            REGISTER STATUS AFTER THE ACTION

      * OCTL.cpy
      *---------- COPYBOOK FOR CALLING TRFGOCTL ----------
      * OCTL01 - RISKOPS - 15/10/2026 - INITIAL VERSION. SECOND-
      * OFFICER DECISION ON AN OUTWARD INSTRUCTION HELD BY THE
      * TRFGOUTD PAYMENT CONTROLS (TFSOCTLQ, TFSOUTQ PRCIND "V"):
      * REL = RELEASE - THE NEXT TRFGOUTD SWEEP SENDS IT
      * REJ = REJECT  - THE INSTRUCTION GOES TO REPAIR UNDER RSN0415
      * BOTH NEED THE OCTLRLSE FUNCTION AUTHORITY, AND THE OFFICER
      * MAY NOT BE THE USER WHO CAPTURED THE INSTRUCTION.
       01  WK-C-OCTL-RECORD.
           05  WK-C-OCTL-INPUT.
               10  WK-C-OCTL-ACTION        PIC X(03).
      *            REL / REJ
               10  WK-N-OCTL-OUTQNO        PIC 9(08).
               10  WK-N-OCTL-SEQNUM        PIC 9(02).
               10  WK-C-OCTL-USERID        PIC X(10).
               10  WK-C-OCTL-NOTE          PIC X(30).
      *            REJ - WHY (REQUIRED, BECOMES THE REPAIR REASON
      *            TEXT)
           05  WK-C-OCTL-OUTPUT.
               10  WK-C-OCTL-ERROR-CD      PIC X(07).
      *            SUP0037 = ITEM NOT ON THE CONTROL QUEUE IN THE
      *                      EXPECTED STATE
      *            SUP0024 = OFFICER SAME AS THE CAPTURING USER
      *            SUP0029 = USER NOT AUTHORIZED FOR THE ACTION
      *            SUP0252 = REJ WITHOUT A REASON
      *            COM0206 = FILE ERROR
               10  WK-C-OCTL-OUT-STAT      PIC X(01).
      *            TFSOCTLQ-CTLSTAT AFTER THE ACTION
               10  WK-C-OCTL-OUT-RSN       PIC X(04).
      *            TFSOCTLQ-CTLRSN - WHICH CONTROLS CAUGHT THE ITEM

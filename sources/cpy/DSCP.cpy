      * DSCP.cpy
      *---------- COPYBOOK FOR CALLING TRFXDSCP ----------
      * DSCP01 - RISKOPS - 15/10/2026 - INITIAL VERSION. THE ONE
      * DATA-SCOPE CHECK: MAY THIS USER SEE / ACT ON A PAYMENT OF
      * THIS BANK ENTITY AND PROCESSING UNIT? DECIDED FROM THE
      * TFSDSCOPE TABLE (NO ROW, ALLOWIND NOT "Y" OR AN EXPIRED ROW
      * ALL DENY - NOTHING IS OPEN BY DEFAULT). A DENIAL IS WRITTEN
      * TO THE CONSOLIDATED TFSFNAUDT TRAIL AS FUNCTION DATASCOP,
      * THE SAME WAY TRFXAUTH RECORDS A FUNCTION-AUTHORITY DENIAL.
       01  WK-C-DSCP-RECORD.
           05  WK-C-DSCP-INPUT.
               10  WK-C-DSCP-USERID        PIC X(10).
               10  WK-C-DSCP-BNKENTITY     PIC X(02).
               10  WK-C-DSCP-PROCUNIT      PIC X(03).
               10  WK-C-DSCP-SRCPGM        PIC X(10).
               10  WK-C-DSCP-CONTEXT       PIC X(14).
      *            WHAT WAS BEING ACTED ON (ITEM KEY, ...) - THE
      *            AUDIT CONTEXT IS THIS PLUS ENTITY AND UNIT
               10  WK-C-DSCP-LOGIND        PIC X(01).
      *            N = ASK ONLY, DO NOT LOG A DENIAL (THE DISPATCHER
      *                SCREENING CANDIDATE OFFICERS - NOBODY ASKED)
      *            ANYTHING ELSE = LOG A DENIAL
           05  WK-C-DSCP-OUTPUT.
               10  WK-C-DSCP-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR (TREAT AS DENIED)
               10  WK-C-DSCP-ALLOWED       PIC X(01).
      *            Y = IN SCOPE, ANYTHING ELSE = DENIED

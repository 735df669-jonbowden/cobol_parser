      * REFR.cpy
      *---------- COPYBOOK FOR CALLING TRFGREFR ----------
      * STRR01 - RISKOPS - 15/10/2026 - INITIAL VERSION. COMPLIANCE
      * REFERRAL / STR REGISTER ON ONE TFSSTPL ITEM: AN ANALYST
      * ESCALATES (ESC), THE MLRO DECIDES (DEC), RECORDS THE STR
      * FILING (STR) AND INSTRUCTS OR LIFTS A FUNDS FREEZE (FRZ/UFZ).
      * DEC/STR/FRZ/UFZ NEED THE MLRODEC FUNCTION AUTHORITY.
       01  WK-C-REFR-RECORD.
           05  WK-C-REFR-INPUT.
               10  WK-C-REFR-ACTION        PIC X(03).
      *            ESC/DEC/STR/FRZ/UFZ
               10  WK-N-REFR-PARALNO       PIC 9(08).
               10  WK-N-REFR-SEQNUM        PIC 9(02).
               10  WK-C-REFR-USERID        PIC X(10).
               10  WK-C-REFR-NOTE          PIC X(50).
      *            ESC - GROUNDS FOR SUSPICION (REQUIRED)
      *            DEC - DECISION RATIONALE
      *            FRZ - FREEZE INSTRUCTION (FIRST 30 CHARACTERS KEPT)
               10  WK-C-REFR-DECISION      PIC X(01).
      *            DEC ONLY: S = FILE AN STR   N = NO STR
               10  WK-C-REFR-STRREF        PIC X(20).
               10  WK-N-REFR-STRDTE        PIC 9(08).
      *            STR ONLY: FILING REFERENCE AND DATE (ZERO = TODAY)
           05  WK-C-REFR-OUTPUT.
               10  WK-C-REFR-ERROR-CD      PIC X(07).
      *            SUP0021 = ITEM NOT FOUND ON TFSSTPL
      *            SUP0023 = ACTION OUT OF SEQUENCE FOR CURRENT STATE
      *            SUP0024 = MLRO SAME AS ESCALATING ANALYST
      *            SUP0029 = MLRODEC AUTHORITY DENIED
      *            SUP0250 = ESC: ITEM ALREADY REFERRED
      *                      OTHERS: NO REFERRAL FOR THE ITEM
      *            SUP0251 = REQUIRED INPUT MISSING OR INVALID
      *            COM0206 = FILE ERROR - SEE COM0206 FIELDS
               10  WK-C-REFR-COM0206.
                   15  WK-C-REFR-FILE      PIC X(08).
                   15  WK-C-REFR-MODE      PIC X(06).
                   15  WK-C-REFR-KEY       PIC X(20).
                   15  WK-C-REFR-FS        PIC X(02).
               10  WK-C-REFR-OUT-STAT      PIC X(01).
      *            TFSREFRL-REFSTAT AFTER THE ACTION
               10  WK-N-REFR-OUT-DUEDTE    PIC 9(08).
      *            FILING DEADLINE ON THE REGISTER

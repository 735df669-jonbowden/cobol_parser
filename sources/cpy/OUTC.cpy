               10  WK-C-OUTC-ERROR-CD      PIC X(07).
      *            SUP0026 = INVALID REQUEST (MESSAGE TYPE, DEBIT
      *                      MODE OR A MANDATORY FIELD MISSING)
BTPL01*            SUP0254 = BENEFICIARY TEMPLATE NOT ON TFSBENTPL
BTPL01*                      FOR THE DEBIT ACCOUNT, OR NOT ACTIVE
      *            COM0206 = FILE ERROR
               10  WK-N-OUTC-OUTQNO        PIC 9(08).
      *            QUEUE NUMBER ASSIGNED TO THE CAPTURED INSTRUCTION
CLRC01     05  WK-C-OUTC-INPUT-2.
CLRC01         10  WK-C-OUTC-TAG57PID      PIC X(16).
CLRC01*            57 PARTY IDENTIFIER - NATIONAL CLEARING CODE
CLRC01*            ("//FW021000021"), SPACES IF NONE. WITH NO 57 BIC
CLRC01*            THE RELEASE SWEEP TAKES THE BANK FROM THE CODE.
CLRC01*            APPENDED AT THE END SO EXISTING CALLERS ARE
CLRC01*            UNAFFECTED.
ISOX01     05  WK-C-OUTC-INPUT-3.
ISOX01         10  WK-C-OUTC-EXTIND        PIC X(01).
ISOX01*            Y = THE FULL-LENGTH FIELDS BELOW ARE SUPPLIED AND
ISOX01*            ARE KEPT WHOLE ON TFSOUTQX FOR AN ISO 20022
ISOX01*            RECEIVER. ANY OTHER VALUE = NOT SUPPLIED. APPENDED
ISOX01*            AT THE END SO EXISTING CALLERS ARE UNAFFECTED.
ISOX01         10  WK-C-OUTC-DBTRNM        PIC X(140).
ISOX01         10  WK-C-OUTC-CDTRNM        PIC X(140).
ISOX01         10  WK-C-OUTC-CDTRSTRT      PIC X(70).
ISOX01         10  WK-C-OUTC-CDTRBLDG      PIC X(16).
ISOX01         10  WK-C-OUTC-CDTRPSTCD     PIC X(16).
ISOX01         10  WK-C-OUTC-CDTRTWN       PIC X(35).
ISOX01         10  WK-C-OUTC-CDTRCTRY      PIC X(02).
ISOX01         10  WK-C-OUTC-RMTUSTRD      PIC X(140).
ISOX01         10  WK-C-OUTC-E2EID         PIC X(35).
ISOX01         10  WK-C-OUTC-PURPCD        PIC X(04).
BTPL01     05  WK-C-OUTC-INPUT-4.
BTPL01         10  WK-C-OUTC-TPLID         PIC X(10).
BTPL01*            BENEFICIARY TEMPLATE OF THE DEBIT ACCOUNT (DRMODE
BTPL01*            "CA") TO PAY, SPACES IF THE BENEFICIARY IS KEYED.
BTPL01*            THE TEMPLATE'S BANK, 57 AND BENEFICIARY DETAILS
BTPL01*            REPLACE WHATEVER WAS KEYED IN THOSE FIELDS.
BTPL01*            APPENDED AT THE END SO EXISTING CALLERS ARE
BTPL01*            UNAFFECTED.

      * BTPL.cpy
      *---------- COPYBOOK FOR CALLING TRFGBTPL ----------
      * BTPL01 - RISKOPS - 15/10/2026 - INITIAL VERSION. BENEFICIARY
      * TEMPLATE MAINTENANCE UNDER DUAL CONTROL. A MAKER SUBMITS (SUB)
      * A NEW, CHANGED OR REMOVED TEMPLATE; A DIFFERENT OFFICER
      * HOLDING BTPLAPPR APPROVES (APP) - WHICH APPLIES IT AND STARTS
      * THE COOLING-OFF - OR REJECTS (REJ) WITH A COMMENT.
       01  WK-C-BTPL-RECORD.
           05  WK-C-BTPL-INPUT.
               10  WK-C-BTPL-ACTION        PIC X(03).
      *            SUB / APP / REJ
               10  WK-C-BTPL-DRACCNO       PIC X(15).
               10  WK-C-BTPL-TPLID         PIC X(10).
               10  WK-C-BTPL-FILEACT       PIC X(01).
      *            A / C / D (SUB)
               10  WK-C-BTPL-TPLDATA       PIC X(300).
      *            TEMPLATE IMAGE IN THE TFSBENTPL LAYOUT (SUB A/C)
               10  WK-C-BTPL-USERID        PIC X(10).
               10  WK-C-BTPL-COMMENT       PIC X(50).
           05  WK-C-BTPL-OUTPUT.
               10  WK-C-BTPL-ERROR-CD      PIC X(07).
      *            SUP0026 = UNKNOWN ACTION, OR A TEMPLATE WITHOUT
      *                      BANK, ACCOUNT OR NAME, ADD OF ONE THAT
      *                      EXISTS, CHANGE/DELETE OF ONE THAT DOES NOT
      *            SUP0027 = NO CHANGE PENDING FOR THE TEMPLATE
      *            SUP0024 = CHECKER SAME AS MAKER (DUAL CONTROL)
      *            SUP0028 = REJECTION REQUIRES A COMMENT
      *            SUP0029 = USER NOT AUTHORIZED TO DECIDE
      *            SUP0255 = A CHANGE IS ALREADY PENDING
      *            COM0206 = FILE ERROR
               10  WK-N-BTPL-COOLDTE       PIC S9(08).
      *            APP - END OF THE COOLING-OFF (FIRST DATE OUTSIDE)

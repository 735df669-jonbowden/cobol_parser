      * VBRPR.cpy
      *---------- COPYBOOK FOR CALLING TRFGBRPR ----------
      * BRPR01 - RISKOPS - 15/10/2026 - INITIAL VERSION. BULK REPAIR
      * OF REPAIR ITEMS SHARING ONE ROOT CAUSE. A MAKER SUBMITS (SUB)
      * THE SELECTION (RFTRRSN REASON CODE + FIELD + BAD VALUE) AND
      * THE ONE CORRECTION; A DIFFERENT OFFICER HOLDING BRPRAPPR
      * APPROVES (APP) - GHBLKRPR THEN APPLIES IT AND RELEASES EVERY
      * MATCHING ITEM THROUGH TRFGRRLS - OR REJECTS (REJ) WITH A
      * COMMENT.
       01  WK-C-VBRPR-RECORD.
           05  WK-C-VBRPR-INPUT.
               10  WK-C-VBRPR-ACTION       PIC X(03).
      *            SUB / APP / REJ
               10  WK-N-VBRPR-BRID         PIC 9(08).
      *            APP / REJ - THE REQUEST BEING DECIDED
               10  WK-C-VBRPR-RSNCDE       PIC X(07).
               10  WK-C-VBRPR-FLDNAME      PIC X(15).
      *            TAG53 / TAG56 / TAG57 / TAG58 / TAG59 / PURP
               10  WK-C-VBRPR-OLDVAL       PIC X(30).
               10  WK-C-VBRPR-NEWVAL       PIC X(30).
               10  WK-C-VBRPR-USERID       PIC X(10).
               10  WK-C-VBRPR-COMMENT      PIC X(50).
      *            SUB - ROOT CAUSE DESCRIPTION (MANDATORY)
      *            REJ - COMMENT BACK TO THE MAKER (MANDATORY)
           05  WK-C-VBRPR-OUTPUT.
               10  WK-C-VBRPR-ERROR-CD     PIC X(07).
      *            SUP0026 = UNKNOWN ACTION
      *            SUP0265 = NO REASON CODE, FIELD NOT CORRECTABLE IN
      *                      BULK, OR NEW VALUE SAME AS OLD
      *            SUP0027 = REQUEST NOT FOUND OR NOT PENDING
      *            SUP0024 = CHECKER SAME AS MAKER (DUAL CONTROL)
      *            SUP0028 = ROOT CAUSE / REJECTION COMMENT MISSING
      *            SUP0029 = USER NOT AUTHORIZED TO DECIDE
      *            COM0206 = FILE ERROR
               10  WK-N-VBRPR-NEWBRID      PIC 9(08).
      *            SUB - NUMBER GIVEN TO THE NEW REQUEST

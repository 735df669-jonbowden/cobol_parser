      * VREVS.cpy
      *---------- COPYBOOK FOR CALLING TRFGREVS ----------
      * OREV01 - RISKOPS - 15/10/2026 - INITIAL VERSION. OPS REVERSAL
      * OF A WRONGLY POSTED ITEM UNDER DUAL CONTROL. A MAKER REQUESTS
      * (SUB) THE REVERSAL WITH A REASON; A DIFFERENT OFFICER HOLDING
      * REVSAPPR APPROVES (APP) - WHICH POSTS THE REVERSING ENTRIES
      * AND RETURNS THE ITEM TO REPAIR - OR REJECTS (REJ) WITH A
      * COMMENT.
       01  WK-C-VREVS-RECORD.
           05  WK-C-VREVS-INPUT.
               10  WK-C-VREVS-ACTION       PIC X(03).
      *            SUB / APP / REJ
               10  WK-N-VREVS-PARALNO      PIC 9(08).
               10  WK-N-VREVS-SEQNUM       PIC 9(02).
               10  WK-C-VREVS-USERID       PIC X(10).
               10  WK-C-VREVS-COMMENT      PIC X(50).
      *            SUB - REASON FOR THE REVERSAL (MANDATORY)
      *            REJ - COMMENT BACK TO THE MAKER (MANDATORY)
           05  WK-C-VREVS-OUTPUT.
               10  WK-C-VREVS-ERROR-CD     PIC X(07).
      *            SUP0026 = UNKNOWN ACTION
      *            SUP0264 = ITEM NOT FOUND OR NOT POSTED (PRCIND Y)
      *            SUP0255 = A REVERSAL IS ALREADY PENDING
      *            SUP0027 = NO REVERSAL PENDING FOR THE ITEM
      *            SUP0024 = CHECKER SAME AS MAKER (DUAL CONTROL)
      *            SUP0028 = REASON / REJECTION COMMENT MISSING
      *            SUP0029 = USER NOT AUTHORIZED TO DECIDE
      *            COM0206 = FILE ERROR
               10  WK-N-VREVS-CABATID      PIC 9(08).
      *            APP - C/A INTERFACE BATCH OF THE REVERSING ENTRY

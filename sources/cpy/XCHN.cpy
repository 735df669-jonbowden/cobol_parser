      * XCHN.cpy
      *---------- COPYBOOK FOR CALLING TRFXCHN ----------
      * ACHN01 - RISKOPS - 15/10/2026 - INITIAL VERSION. CHAINED
      * CHECK VALUE OF AN AUDIT ROW: A FOLD OF THE FILE NAME, THE
      * ROW'S CHAIN SEQUENCE, THE PREVIOUS ROW'S CHECK VALUE AND THE
      * ROW'S CONTENT (THE BYTES AHEAD OF ITS CHAIN FIELDS). A ROW
      * ALTERED, REMOVED OR SLIPPED IN WITHOUT RE-CHAINING EVERY
      * LATER ROW SHOWS UP IN GHAUDVFY.
       01  WK-C-XCHN-RECORD.
           05  WK-C-XCHN-INPUT.
               10  WK-C-XCHN-MODE          PIC X(03).
      *            NXT = NEXT LINK FOR A NEW ROW - TAKES THE NEXT
      *                  SEQUENCE FROM TFSAUDCHN AND ADVANCES IT
      *            CHK = RECOMPUTE ONLY, FOR THE GIVEN SEQUENCE AND
      *                  PREVIOUS CHECK VALUE (VERIFICATION)
               10  WK-C-XCHN-FILEID        PIC X(10).
               10  WK-N-XCHN-DATALEN       PIC 9(04).
      *            BYTES OF WK-C-XCHN-DATA TO FOLD (MAX 400)
               10  WK-C-XCHN-DATA          PIC X(400).
           05  WK-C-XCHN-LINK.
               10  WK-N-XCHN-CHNSEQ        PIC 9(10).
               10  WK-N-XCHN-PRVCHK        PIC 9(18).
      *            NXT - RETURNED; CHK - SUPPLIED FROM THE ROW
           05  WK-C-XCHN-OUTPUT.
               10  WK-C-XCHN-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR (ROW GOES UNCHAINED)
               10  WK-N-XCHN-CHKVAL        PIC 9(18).

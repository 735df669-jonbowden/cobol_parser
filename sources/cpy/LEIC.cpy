      * LEIC.cpy
      *---------- COPYBOOK FOR CALLING TRFXLEIC ----------
      * LEI001 - RISKOPS - 15/10/2026 - INITIAL VERSION. CAPTURE OF
      * THE LEI CARRIED IN AN AGENT BLOCK OF AN INWARD PACS MESSAGE:
      * VALIDATED (TRFVLEI), COMPARED WITH THE LEI HELD ON TFSBANK FOR
      * THE AGENT'S BIC, AND RECORDED ON TFSLEICAP. INFORMATIONAL -
      * THE ITEM IS QUEUED WHATEVER THE OUTCOME.
       01  WK-C-LEIC-RECORD.
           05  WK-C-LEIC-INPUT.
               10  WK-C-LEIC-BIC           PIC X(11).
      *            AGENT BIC (<BICFI>) AS RECEIVED
               10  WK-C-LEIC-LEI           PIC X(35).
      *            AGENT LEI (<LEI>) AS RECEIVED
               10  WK-N-LEIC-PARALNO       PIC 9(08).
               10  WK-N-LEIC-SEQNUM        PIC 9(02).
               10  WK-C-LEIC-SRCMSG        PIC X(04).
      *            P008 OR P009
           05  WK-C-LEIC-OUTPUT.
               10  WK-C-LEIC-STATUS        PIC X(01).
      *            AS TFSLEICAP-STATUS: M/X/N/I/U
               10  WK-C-LEIC-HELDLEI       PIC X(20).
      *            LEI HELD ON TFSBANK, SPACES IF NONE
               10  WK-C-LEIC-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR, NOTHING RECORDED

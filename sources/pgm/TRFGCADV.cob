      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  SETP01 - RISKOPS   - 15/10/2026 - A CREDIT MOVED BY A
      *                        SETTLEMENT PREFERENCE TO THE CUSTOMER'S
      *                        ACCOUNT IN THE PAYMENT CURRENCY SHOWS
      *                        THAT ACCOUNT AS CREDITED, AGAINST THE
      *                        ACCOUNT QUOTED, ON THE ADVICE AND THE
      *                        EXTRACT.
      *---------------------------------------------------------------*
      *  CHG71F - RISKOPS   - 02/09/2026 - THE PRIOR BANKS' 71F
      *                        DEDUCTIONS (TOTALLED BY TRFV71F) ARE
      *                        NOW SHOWN ON THE ADVICE AND CARRIED ON

           DISPLAY  "================ CREDIT ADVICE ================".
           DISPLAY  "ACCOUNT        : " WK-C-CADV-ACCNO.
SETP01     IF       WK-C-CADV-SETACC NOT = SPACES
SETP01              DISPLAY "CREDITED TO    : " WK-C-CADV-SETACC
SETP01                      " (" WK-C-CADV-CUYCD " ACCOUNT PER YOUR"
SETP01                      " SETTLEMENT INSTRUCTION)"
SETP01     END-IF.
           DISPLAY  "OUR REFERENCE  : " WK-N-CADV-PARALNO
                    "/" WK-N-CADV-SEQNUM.
           DISPLAY  "ORDERING CUST  : " WK-C-CADV-ORDCUSTNM.
           MOVE     WK-C-CADV-TAG70-V4  TO TFSADVEXT-TAG70-V4.
           MOVE     WS-DATE-8           TO TFSADVEXT-ADVDTE.
CHG71F     MOVE     WK-N-CADV-PRIORCHG  TO TFSADVEXT-PRIORCHG.
SETP01     MOVE     WK-C-CADV-SETACC    TO TFSADVEXT-SETACC.

           WRITE    TFSADVEXT-REC-1.
           IF       NOT WK-C-SUCCESSFUL

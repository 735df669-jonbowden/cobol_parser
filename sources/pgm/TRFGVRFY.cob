      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BENH01 - RISKOPS   - 15/10/2026 - THE QUEUE REASON
      *                        (TFSVRFQUE-VRFRSN - HIGH VALUE, FIRST-
      *                        TIME OR OUT-OF-PATTERN BENEFICIARY) IS
      *                        RETURNED WITH THE STATUS SO THE
      *                        OFFICER SEES WHY THE ITEM IS HELD.
      *---------------------------------------------------------------*
      *  STHST1 - RISKOPS   - 02/09/2026 - THE SUPERVISOR-RELEASE FLAG
      *                        MOVE ("V" TO SPACE) IS LOGGED THROUGH
      *                        THE TRFXSHST COMMON STATUS-HISTORY

           IF       WK-C-VRFY-ERROR-CD = SPACES
                    MOVE TFSVRFQUE-VRFSTAT TO WK-C-VRFY-OUT-STAT
BENH01              MOVE TFSVRFQUE-VRFRSN  TO WK-C-VRFY-OUT-RSN
           END-IF.

      *---------------------------------------------------------------*

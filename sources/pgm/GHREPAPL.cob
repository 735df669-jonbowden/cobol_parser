      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CSUC01 - RISKOPS   - 15/10/2026 - QUEUE RECORD IMAGE TAKEN AT
      *                        ITS NEW WIDTH (2048 TO 2072).
      *---------------------------------------------------------------*
      *  T23E01 - RISKOPS   - 15/10/2026 - QUEUE RECORD IMAGE TAKEN AT
      *                        ITS NEW WIDTH (1910 TO 2048).
      *---------------------------------------------------------------*
      *  MT201X - RISKOPS   - 15/10/2026 - QUEUE RECORD IMAGE TAKEN AT
      *                        ITS NEW WIDTH (1889 TO 1910).
      *---------------------------------------------------------------*
      *  REPL01 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      *---------------------------------------------------------------*
       D100-APPLY-STPL.
      *---------------------------------------------------------------*
CSUC01     MOVE     TFSREPEXT-RECDATA (1:2072) TO TFSSPTL-RECORD.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
CSUC01              MOVE TFSREPEXT-RECDATA (1:2072)
                                        TO TFSSPTL-RECORD
                    REWRITE TFSSTPL-REC-1
           ELSE
CSUC01              MOVE TFSREPEXT-RECDATA (1:2072)
                                        TO TFSSPTL-RECORD
                    WRITE TFSSTPL-REC-1
           END-IF.

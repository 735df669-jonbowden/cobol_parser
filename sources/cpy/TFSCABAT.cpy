      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OREV01 - RISKOPS - 15/10/2026 - Reversal batches from TRFGREVS
      * carry a negative hash total.
      *------------------------------------------------------------------
      * CACTL1 - RISKOPS - 02/09/2026 - New file. CASA posting batch
      * control: one row per posting batch the validation driver
      * hands to the C/A interface, carrying the count and hash
           06 TFSCABAT-ITEMCNT      PIC 9(07).
           06 TFSCABAT-AMTTOT       PIC S9(15)V9(02).
      * hash total of posted amounts, currencies mixed as sent
OREV01* - a reversal batch (TRFGREVS) carries the reversed amount
OREV01* negative
           06 TFSCABAT-STATUS       PIC X(01).
      * O = open - claimed at run start, totals still accumulating
      * S = sent, awaiting acknowledgment   A = acknowledged

      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OREV01 - RISKOPS - 15/10/2026 - ENTTYP carved from the filler:
      * an ops reversal of a posted item (TRFGREVS) goes to the C/A
      * interface as a one-item batch whose constituent is flagged R,
      * so the interface debits back what the original batch credited.
      *------------------------------------------------------------------
      * CACTL1 - RISKOPS - 02/09/2026 - New file. CASA posting batch
      * constituents: one row per item in a TFSCABAT posting batch,
      * so a mismatched or missing acknowledgment can be alerted
           06 TFSCABATI-BATCHID     PIC 9(08).
           06 TFSCABATI-PARALNO     PIC 9(08).
           06 TFSCABATI-SEQNUM      PIC 9(02).
OREV01     06 TFSCABATI-ENTTYP      PIC X(01).
OREV01* space = posting of the item   R = reversal of that posting
OREV01     06 TFSCABATI-FILLER      PIC X(11).
      * reserved

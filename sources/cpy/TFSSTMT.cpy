      * MT950L - RISKOPS - 22/08/2026 - New file. Nostro statement
      * entries loaded from inbound MT950 by TRFG950L, reconciled
      * against the day's processed items by GHNRECON.
      * CNF900 - RISKOPS - 15/10/2026 - MATCHIND "C": entry pre-matched
      * by GHNRECON to a correspondent MT900/MT910 confirmation already
      * matched intraday by TRFG900X (TFSCORCNF).
      *------------------------------------------------------------------
           05 TFSSTMT-RECORD            PIC X(110).
      * I-O FORMAT:TFSSTMTR FROM FILE TFSSTMT OF LIBRARY COMDB
      * M = matched to a processed item by reference and amount
      * U = reported unmatched - correspondent settled something we
      *     never processed, or amounts disagree
      * C = pre-matched - confirmed intraday by an MT900/MT910
           06 TFSSTMT-MTCPARALNO    PIC 9(08).
      * PARALNO of the matched internal item, zero when unmatched
           06 TFSSTMT-LOADDTE       PIC S9(08).

      * cutoff window closes are the intraday exception list, and
      * anything past its value date ages for same-day claims
      * follow-up.
      * CNF900 - RISKOPS - 15/10/2026 - CNFIND/CNFDTE taken from the
      * reserved area: set by TRFG900X when the correspondent's MT910
      * credit confirmation for the expectation is matched.
      *------------------------------------------------------------------
           05 TFSEXPFND-RECORD          PIC X(90).
      * I-O FORMAT:TFSEXPFNDR FROM FILE TFSEXPFND OF LIBRARY COMDB
      * date the cover arrived, zero while open
           06 TFSEXPFND-NTCDTE      PIC S9(08).
      * date the notice was taken in
           06 TFSEXPFND-CNFIND      PIC X(01).
      * C = correspondent MT910 credit confirmation matched (TFSCORCNF)
           06 TFSEXPFND-CNFDTE      PIC S9(08).
      * date the confirmation was matched
           06 TFSEXPFND-FILLER      PIC X(03).
      * reserved

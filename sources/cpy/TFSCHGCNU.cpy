      * TFSCHGCNU.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CONC01 - RISKOPS - 15/10/2026 - New file. Free-item allowance
      * usage per charge concession per calendar month, counted by
      * TRFVCHRG as it charges an item nothing under the TFSCHGCON
      * monthly allowance. Kept apart from the concession row so a
      * maker-checker change does not reset the month's usage.
      *------------------------------------------------------------------
           05 TFSCHGCNU-RECORD          PIC X(40).
      * I-O FORMAT:TFSCHGCNUR FROM FILE TFSCHGCNU OF LIBRARY COMDB
      * Concession allowance usage - keyed CONTYP/CONREF/USEMTH.
           05 TFSCHGCNUR                REDEFINES TFSCHGCNU-RECORD.
           06 TFSCHGCNU-CONTYP      PIC X(01).
           06 TFSCHGCNU-CONREF      PIC X(19).
      * the TFSCHGCON concession
           06 TFSCHGCNU-USEMTH      PIC 9(06).
      * calendar month CCYYMM
           06 TFSCHGCNU-USECNT      PIC 9(05).
      * free items used so far this month
           06 TFSCHGCNU-FILLER      PIC X(09).
      * reserved

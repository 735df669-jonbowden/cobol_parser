      * TFSGLUSE GL posting with the charge income leg, and carries
      * the OUR-option receivable raised against the sending bank.
      *------------------------------------------------------------------
      * CONC01 - RISKOPS - 15/10/2026 - The customer charge concession
      * applied (if any) and the tariff income forgone under it, for
      * the GHCONRPT monthly report. Record 110 -> 140.
      *------------------------------------------------------------------
GSTCHG*    05 TFSCHGLOG-RECORD          PIC X(100).
GSTCHG*    05 TFSCHGLOG-RECORD          PIC X(110).
CONC01     05 TFSCHGLOG-RECORD          PIC X(140).
      * I-O FORMAT:TFSCHGLOGR FROM FILE TFSCHGLOG OF LIBRARY COMDB
      * Charge breakdown log - one row per charged item.
           05 TFSCHGLOGR                REDEFINES TFSCHGLOG-RECORD.
GSTCHG* output-tax component inside CHGAMT (tax-inclusive split)
GSTCHG     06 TFSCHGLOG-BNKENTITY   PIC X(02).
GSTCHG* bank entity of the item, for the monthly GST cut
CONC01     06 TFSCHGLOG-CONTYP      PIC X(01).
CONC01     06 TFSCHGLOG-CONREF      PIC X(19).
CONC01* TFSCHGCON concession applied, spaces = tariff charged in full
CONC01     06 TFSCHGLOG-CONIND      PIC X(01).
CONC01* how it applied - A = free under the monthly allowance,
CONC01* else the concession mode W/F/P
CONC01     06 TFSCHGLOG-FGNAMT      PIC S9(07)V9(02).
CONC01* tariff charge forgone (tariff = CHGAMT + FGNAMT)

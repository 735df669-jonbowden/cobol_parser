      * and credited amounts with the charge shown, value date and
      * all four TAG70 remittance lines. Handed to the channels
      * team for electronic delivery.
      *------------------------------------------------------------------
      * SETP01 - RISKOPS - 15/10/2026 - Carries the account actually
      * credited when a settlement preference moved the credit off
      * the account quoted (taken from the reserved area).
      *------------------------------------------------------------------
           05 TFSADVEXT-RECORD          PIC X(350).
      * I-O FORMAT:TFSADVEXTR FROM FILE TFSADVEXT OF LIBRARY COMDB
           06 TFSADVEXT-ADVDTE      PIC S9(08).
CHG71F     06 TFSADVEXT-PRIORCHG    PIC S9(13)V9(02) COMP-3.
CHG71F* sum of the prior banks' 71F deductions on the item
SETP01     06 TFSADVEXT-SETACC      PIC X(15).
SETP01* account credited in the payment currency, spaces = ACCNO
SETP01*    06 TFSADVEXT-FILLER      PIC X(68).
SETP01     06 TFSADVEXT-FILLER      PIC X(53).
      * reserved

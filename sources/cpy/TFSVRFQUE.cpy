      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BENH01 - RISKOPS - 15/10/2026 - VRFRSN carved from the reserved
      * bytes: why the item is on the queue. High-value items keep
      * reason H (blank on rows queued before the field existed);
      * a large first credit to a beneficiary account, or a credit
      * far above the account's usual (TFSBENHST), queues too.
      *------------------------------------------------------------------
      * HIVAL1 - RISKOPS - 22/08/2026 - New file. Segregated
      * verification queue for high-value items that validated clean.
      * An officer confirms, then a supervisor (a different user,
           06 TFSVRFQUE-SUPUSRID    PIC X(10).
           06 TFSVRFQUE-SUPDTE      PIC S9(08).
           06 TFSVRFQUE-SUPTIME     PIC S9(06).
           06 TFSVRFQUE-VRFRSN      PIC X(01).
      * H or space = at/above the TFSHVTHR high-value threshold
      * F = large first-time credit to the beneficiary account
      * P = credit far above the beneficiary account's usual amount
           06 TFSVRFQUE-FILLER      PIC X(10).
      * reserved

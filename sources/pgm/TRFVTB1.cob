      *==================================================================
      * HISTORY OF MODIFICATION:
      *==================================================================
      * GPIOVR - RISKOPS - 15/10/2026 - The GPISTPSW switches are now
      *                      read for the item's bank entity and
      *                      processing unit, so any TFSGPIOVR override
      *                      for them is applied over the global setting
      *                      (TRFXGSPA).
      *------------------------------------------------------------------
      * STPCCY - RISKOPS - 09/08/2026 - Activate the ITT per-currency
      *                      STP limit check (CALL TRFVSTPC) - this
      *                      program already copied VSTPL but never
GPI201                   SW-STP-LMT-SKP.
GPI201
GPI201      MOVE  WK-C-STP-SW-PARCD  TO  WK-C-XGSPA-GHPARCD.
GPIOVR      MOVE  TFSSTPL-BNKENTITY  TO  WK-C-XGSPA-IN-BNKENTITY.
GPIOVR      MOVE  TFSSTPL-PROCUNIT   TO  WK-C-XGSPA-IN-PROCUNIT.
GPI201      CALL  "TRFXGSPA"  USING  WK-C-XGSPA-RECORD.

GP1201

      *              FCY
      *
      *=================================================================
      * GPIOVR  - RISKOPS - 15/10/2026 - The GPISTPSW switches are now
      *              read for the item's bank entity and processing
      *              unit, so any TFSGPIOVR override for them is applied
      *              over the global setting (TRFXGSPA).
      *-----------------------------------------------------------------
      * STPCCY1 - RISKOPS - 09/08/2026 - D120-EVAL-STP-CCY was moving
      *              TFSSTPL-AMT to the undeclared WK-N-VSTPC-I-AMT
      *              (VSTPL.cpy declares WK-C-VSTPC-I-AMT) - the per-
G2BL00                  NUMERIC        BY ZEROS.
G2BL00
G2BL00      MOVE "GPISTPSW"            TO  WK-C-XGSPA-GHPARCD.
GPIOVR      MOVE TFSSTPL-BNKENTITY     TO  WK-C-XGSPA-IN-BNKENTITY.
GPIOVR      MOVE TFSSTPL-PROCUNIT      TO  WK-C-XGSPA-IN-PROCUNIT.
G2BL00      CALL "TRFXGSPA"            USING WK-C-XGSPA-RECORD.
G2BL00
G2BL00      IF WK-C-XGSPA-ERROR-CD = SPACES

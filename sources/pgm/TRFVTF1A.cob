      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * GPIOVR - RISKOPS   - 15/10/2026 - The GPISTPSW switches are now
      *                                  read for the item's bank entity
      *                                  and processing unit, so any
      *                                  TFSGPIOVR override for them is
      *                                  applied over the global setting
      *                                  (TRFXGSPA).
      *----------------------------------------------------------------
      * UETR01 - RISKOPS   - 09/08/2026 - Log the gpi UETR and cover
      *                                  status held on UFIMIJCON to
      *                                  a new TFSUETRLG tracking log
GPI201                                    SW-STP-LMT-SKP.
GPI201
GPI201       MOVE WK-C-STP-SW-PARCD     TO    WK-C-XGSPA-GHPARCD.
GPIOVR       MOVE TFSSTPL-BNKENTITY     TO    WK-C-XGSPA-IN-BNKENTITY.
GPIOVR       MOVE TFSSTPL-PROCUNIT      TO    WK-C-XGSPA-IN-PROCUNIT.
GPI201       CALL "TRFXGSPA"          USING    WK-C-XGSPA-RECORD.
GPI201
GPI201       IF WK-C-XGSPA-ERROR-CD = SPACES

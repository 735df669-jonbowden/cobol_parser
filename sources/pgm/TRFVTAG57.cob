      *
      *-----------------------------------------------------------------
      *
      * GPIOVR - RISKOPS - 15/10/2026 - THE UPPER-CASE BIC SWITCH IS *
      *                   READ FOR THE CALLER'S BANK ENTITY, SO A    *
      *                   TFSGPIOVR OVERRIDE FOR THE ENTITY IS       *
      *                   APPLIED OVER THE GLOBAL GPISTPSW VALUE.    *
      *----------------------------------------------------------------*
      * IBAN02 - RISKOPS - 22/08/2026 - NO TFSIBANFM FORMAT ROW FOR   *
      *                   THE COUNTRY (SUP0051) NO LONGER FAILS THE   *
      *                   LINE - A "/CH..." CHIPS UID OR A COUNTRY    *
BICU01     INITIALIZE                       WK-C-XGSPA-RECORD
BICU01                                      SW-UPPER-CASE-BIC.
BICU01     MOVE WK-C-BICU-SW-PARCD   TO      WK-C-XGSPA-GHPARCD.
GPIOVR     MOVE WK-C-VTAG57-I-BNKENTTY TO    WK-C-XGSPA-IN-BNKENTITY.
BICU01     CALL "TRFXGSPA"           USING   WK-C-XGSPA-RECORD.
BICU01     IF WK-C-XGSPA-ERROR-CD = SPACES
BICU01        MOVE  WK-C-XGSPA-GHPARVAL(9:1)

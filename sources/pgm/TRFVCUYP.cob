      *----------------------------------------------------------------*
      * MOD.#  INIT   DATE        DESCRIPTION                         *
      * ------ ------ ----------  ----------------------------------- *
      * ILQR01 RISKOPS 15/10/2026 - Return the currency's settlement *
      *                           cutoff (CUTOFFTM) to the caller.    *
      * CUYDP1 RISKOPS 02/09/2026 - Return the currency's amount     *
      *                           decimal-place rule (AMTDCMAL/      *
      *                           AMTDCIND) to the caller.           *
              MOVE TFSMSCUYP-SPTFACTOR TO WK-C-CUYP-SPTFACTOR
CUYDP1        MOVE TFSMSCUYP-AMTDCMAL TO WK-C-CUYP-AMTDCMAL
CUYDP1        MOVE TFSMSCUYP-AMTDCIND TO WK-C-CUYP-AMTDCIND
ILQR01        MOVE TFSMSCUYP-CUTOFFTM TO WK-C-CUYP-CUTOFFTM
       END-IF.
           IF WK-C-RECORD-NOT-FOUND
              INITIALIZE TLSMSCUYP1-REC
                 MOVE TFSMSCUYP-SPTFACTOR TO WK-C-CUYP-SPTFACTOR
CUYDP1           MOVE TFSMSCUYP-AMTDCMAL TO WK-C-CUYP-AMTDCMAL
CUYDP1           MOVE TFSMSCUYP-AMTDCIND TO WK-C-CUYP-AMTDCIND
ILQR01           MOVE TFSMSCUYP-CUTOFFTM TO WK-C-CUYP-CUTOFFTM
              END-IF
              IF WK-C-RECORD-NOT-FOUND
                 MOVE WK-C-NOT-FOUND TO WK-C-CUYP-FOUND

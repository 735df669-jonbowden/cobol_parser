      * FXST01 - RISKOPS - 09/08/2026 - Added WK-C-CUYP-STALEIND so
      *       callers can tell the returned cross-rate is past its
      *       configured refresh window, not merely that it exists.
      * ILQR01 - RISKOPS - 15/10/2026 - Added WK-C-CUYP-CUTOFFTM so
      *       the intraday liquidity report can measure time-specific
      *       obligations against the currency's settlement cutoff.
      *-----------------------------------------------------------------
      *--------- COPYBOOK FOR CALLING TRFVCUYP ---------*

CUYDP1     10  WK-C-CUYP-AMTDCIND      PIC X(01).
CUYDP1*        AMOUNT DECIMAL PLACES FOR THE MAJOR CURRENCY AND
CUYDP1*        WHETHER THE RULE IS MAINTAINED (Y) - SEE TRFVDPC
ILQR01     10  WK-C-CUYP-CUTOFFTM      PIC S9(04).
ILQR01*        LOCAL SETTLEMENT CUTOFF FOR THE MAJOR CURRENCY (HHMM),
ILQR01*        ZERO = NO INTRADAY CUTOFF MONITORED - SEE GHILQRPT
               10  WK-C-CUYP-INVALID-OUTPUT.
                   15  WK-C-CUYP-ERROR-CD  PIC X(07).
                   15  WK-C-CUYP-COM0206.

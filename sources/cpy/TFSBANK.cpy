      -    *
      *-----------------------------------------------------------------
      -    ---*
      * ISOX01  15/10/2026 RISKOPS -ISO 20022 OUTWARD:
      -    *
      *                          - ADD TFSBANK-MSGFMT.
      -    *
      *                          - TFSBANK-RECORD FROM X(319) TO
      -    *
      *                            X(320).
      -    *
      *-----------------------------------------------------------------
      -    ---*
      * LEI001  15/10/2026 RISKOPS -LEGAL ENTITY IDENTIFIER:
      -    *
      *                          - ADD TFSBANK-LEI AND
      -    *
      *                            TFSBANK-LEIRNWDTE.
      -    *
      *                          - TFSBANK-RECORD FROM X(274) TO
      -    *
      *                            X(319) TO COVER THE FIELDS
      -    *
      *                            ADDED SINCE GH1MBA.
      -    *
      *-----------------------------------------------------------------
      -    ---*
      * GHIMBA  28/11/2002 MBAVILES -EXPAND SHIFTNO FIELD
      -    *
      *-----------------------------------------------------------------
      ***********************************************************
      -    ***********
              GH1SDF*  05 TFSBANK-RECORD PIC X(264).
GH1MBA*    05 TFSBANK-RECORD PIC X(274).
LEI001*    05 TFSBANK-RECORD PIC X(319).
ISOX01     05 TFSBANK-RECORD PIC X(320).
       1-0 FORMAT-TFSBANKR FROM FILE TFSBANK  OF LIBRARY COML  IB
      *
           05 TFSBANKR REDEFINES TFSBANK-RECORD.
SANCHL    06 TFSBANK-SANCTHLD  PIC X(01).
SANCHL*      Y = THIS CORRESPONDENT BANK IS SUBJECT TO A SANCTIONS
SANCHL*      HOLD, AS OPPOSED TO A GENERAL HIGH RISK RATING
LEI001     06 TFSBANK-LEI       PIC X(20).
LEI001*       LEGAL ENTITY IDENTIFIER (ISO 17442) OF THIS BANK - 18
LEI001*       ALPHANUMERICS AND 2 MOD-97 CHECK DIGITS, VALIDATED BY
LEI001*       TRFVLEI. SPACES = NO LEI HELD
LEI001     06 TFSBANK-LEIRNWDTE PIC S9(8).
LEI001*       NEXT RENEWAL DATE OF THE LEI (CCYYMMDD) AS PUBLISHED BY
LEI001*       THE ISSUING LOU - ONCE PASSED THE LEI HAS LAPSED.
LEI001*       ZERO = NOT KNOWN
ISOX01     06 TFSBANK-MSGFMT    PIC X(01).
ISOX01*       FORMAT THIS BANK TAKES OUR OUTWARD PAYMENTS IN
ISOX01*       (TRFGOUTD) - SPACE OR M = MT103/MT202/MT202COV,
ISOX01*       X = ISO 20022 PACS.008/PACS.009/PACS.009 COV

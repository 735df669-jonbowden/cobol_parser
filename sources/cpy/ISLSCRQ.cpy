*======================================================================
* SEARCH KEY     DATE        DESCRIPTION
*----------------------------------------------------------------------
* RSCN01 - RISKOPS  - 15/10/2026  - Request scope and additions
*                                   date, so the retrospective
*                                   re-screen (GHRESCRN) can ask
*                                   for the entries added on one
*                                   list date only.
*----------------------------------------------------------------------
* SCRN01 - RISKOPS  - 22/08/2026  - Initial version. MQ request/
*                                   response record for the group
*                                   name screening engine enquiry,
*                      TAG 59 BENEFICIARY NAME, DIACRITIC-FOLDED
                   15  WK-I-ISLSCRQ-CUYCD            PIC X(03).
                   15  WK-I-ISLSCRQ-AMT              PIC S9(15)V9(02).
RSCN01*            15  FILLER                        PIC X(10).
RSCN01             15  WK-I-ISLSCRQ-SCOPE            PIC X(01).
RSCN01*                SPACE = SCREEN AGAINST ALL LISTS (REAL TIME)
RSCN01*                A     = ONLY ENTRIES ADDED ON ADDDTE
RSCN01             15  WK-I-ISLSCRQ-ADDDTE           PIC 9(08).
RSCN01             15  FILLER                        PIC X(01).
           05  WK-ISLSCRQ-OUTPUT.
               10  WK-O-ISLSCRQ-STATUS               PIC S9(01).
*                  0 = NO HIT - NAMES CLEAR

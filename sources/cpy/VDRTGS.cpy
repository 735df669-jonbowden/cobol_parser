      *============================================================================
      * HISTORY OF MODIFICATION:
      *============================================================================
      * DCLR01 - RISKOPS - 15/10/2026 - DOMESTIC ONWARD ROUTING - WITH
      *          DOMRTE "Y", ALSO CHOOSE THE LOCAL CLEARING SCHEME
      *          (FAST/GIRO/MEPS+) FOR THE ONWARD LEG FROM THE
      *          TFSDRTRUL RULES AND TFSDBRCH REACHABILITY OF BANKID.
      * RGVKE - KESAVAN - 26/01/2011 - HK RTGS CHANGES
      *----------------------------------------------------------------------------
       01 WK-C-VDRTGS-RECORD.
               10 WK-C-VDRTGS-LOCATNCD     PIC X(02).
      *OPTION 2
               10 WK-C-VDRTGS-BANKID       PIC X(11).
DCLR01*OPTION 3 - DOMESTIC ONWARD ROUTING (BANKID = BENEFICIARY BANK)
DCLR01         10 WK-C-VDRTGS-DOMRTE       PIC X(01).
DCLR01*           Y = ALSO CHOOSE THE DOMESTIC CLEARING SCHEME
DCLR01         10 WK-C-VDRTGS-URGIND       PIC X(01).
DCLR01*           U = URGENT
      *FILLER
DCLR01         10 WK-C-VDRTGS-FILLER       PIC X(98).
           05 WK-C-VDRTGS-OUTPUT.
               10 WK-C-VDRTGS-INVALID-OUTPUT.
                  15 WK-C-VDRTGS-ERROR-CD  PIC X(07).
      *RTGVKE* WK-C-VDRTGS-RTGSTYPE2 IS USED FOR ONLY HK 202 PAYMENT MODE
      *RTGVKE
                  15 WK-C-VDRTGS-RTGSTYPE2 PIC X(06).
DCLR01            15 WK-C-VDRTGS-SCHEME    PIC X(04).
DCLR01*              FAST / GIRO / MEPS - DOMRTE "Y" ONLY
DCLR01            15 WK-C-VDRTGS-DOMPMODE  PIC X(06).
DCLR01*              MODEPAY OF THE ONWARD LEG UNDER THE SCHEME
DCLR01            15 WK-C-VDRTGS-RULSEQ    PIC 9(03).
DCLR01*              TFSDRTRUL RULE TAKEN - ZERO = NONE FITTED
DCLR01            15 WK-C-VDRTGS-FILLER    PIC X(81).

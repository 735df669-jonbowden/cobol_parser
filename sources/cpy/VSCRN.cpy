UNATND*            Y = UNATTENDED-PROFILE CALL - SUPPRESSION
UNATND*            AUTO-RELEASE IS WITHHELD (TFSSHIFT UNSCRREL
UNATND*            PERMITTING) SO HITS PARK FOR THE MORNING
JURS01         10  WK-C-VSCRN-ADDR         PIC X(35) OCCURS 5 TIMES.
JURS01*            PARTY ADDRESS LINES FOR THE JURISDICTION CHECK
JURS01*            (TRFVJURS): 1-2 TAG 50 ORDERING CUSTOMER, 3-5 TAG
JURS01*            59 BENEFICIARY
KWWL01         10  WK-C-VSCRN-TAG70        PIC X(35) OCCURS 4 TIMES.
KWWL01*            TAG 70 REMITTANCE LINES
KWWL01         10  WK-C-VSCRN-TAG72-ALL.
KWWL01             15  WK-C-VSCRN-TAG72    PIC X(70) OCCURS 6 TIMES.
KWWL01*            TAG 72 CODE-WORD NARRATIVES (TFST72), SPACES WHEN
KWWL01*            THE MESSAGE TYPE CARRIES NO 72. WITH THE ADDRESS
KWWL01*            LINES, MATCHED AGAINST THE TFSKWWL WATCH-LIST
OCTL01         10  WK-C-VSCRN-DIRIND       PIC X(01).
OCTL01*            SPACE = INWARD TFSSTPL ITEM
OCTL01*            O     = OUTWARD TFSOUTQ INSTRUCTION (TRFGOUTD) -
OCTL01*                    PARALNO CARRIES THE OUTQNO, AND THE HOLD
OCTL01*                    ROW IS MARKED OUTWARD ON TFSSCRHLD
           05  WK-C-VSCRN-OUTPUT.
               10  WK-C-VSCRN-ERROR-CD     PIC X(07).
               10  WK-C-VSCRN-STATUS       PIC X(01).
      *            P = PASSED - NO HIT, VALIDATION MAY PROCEED
      *            H = SCREENING HIT - ITEM WRITTEN TO TFSSCRHLD
      *            U = ENGINE UNAVAILABLE - ITEM HELD (FAIL SAFE)
JURS01*            J = PARTY ADDRESS IN A SANCTIONED JURISDICTION -
JURS01*                ITEM WRITTEN TO TFSSCRHLD, HITRULE NAMES THE
JURS01*                COUNTRY AND THE TERM THAT MATCHED
KWWL01*            K = WATCH-LIST KEYWORD IN THE NARRATIVE OR ADDRESS -
KWWL01*                ITEM WRITTEN TO TFSSCRHLD, HITRULE IS THE
KWWL01*                KEYWORD
               10  WK-C-VSCRN-HITRULE      PIC X(20).

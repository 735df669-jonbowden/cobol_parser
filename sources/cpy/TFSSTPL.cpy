TRVRUL*    05 TFSSPTL-RECORD      PIC X(1808).
CHG71F*    05 TFSSPTL-RECORD      PIC X(1875).
LATNCY*    05 TFSSPTL-RECORD      PIC X(1881).
TLXKEY*    05 TFSSPTL-RECORD      PIC X(1889).
MT201X*    05 TFSSPTL-RECORD      PIC X(1910).
T23E01*    05 TFSSPTL-RECORD      PIC X(2048).
CSUC01     05 TFSSPTL-RECORD      PIC X(2072).
              SM1TY1* 05 TFSSPTL-RECORD      PIC X(1504).
      * I-O FORMAT:TFSSPTLR  FROM FILE TFSSPTL   OF LIBRARY COMLIB
      *
      *      ACTION INDICATOR E3
           06 TFSSTPL-ERRT72      PIC X.
      *      TAG72 ERROR INDICATOR
T72C01*      ALSO SET BY THE VALIDATION DRIVER WHEN FIELD 72 CARRIES A
T72C01*      CODE WORD WE DO NOT SUPPORT (RSN0412), AND CLEARED BY IT
T72C01*      ONCE EVERY CODE WORD IS HANDLED - THE WORDS THEMSELVES
T72C01*      ARE KEPT ON TFST72.
           06 TFSSTPL-ERRCDT      PIC X.
      *      DATE ERROR INDICATOR
           06 TFSSTPL-ERRCCY      PIC X.
TLXKEY     06 TFSSPTL-TKSEQ      PIC 9(03).
TLXKEY*      TELEX TEST-KEY SEQUENCE NUMBER AS QUOTED, PART OF THE
TLXKEY*      KEY ARITHMETIC.
MT201X     06 TFSSPTL-PRNTMGTY   PIC 9(03).
MT201X*      MESSAGE TYPE OF THE MULTIPLE-TRANSFER PARENT THIS ITEM
MT201X*      WAS EXPLODED FROM (201), ZERO ON A STANDALONE ITEM. THE
MT201X*      LEGS OF ONE PARENT SHARE ITS PARALNO; THE SEQNUM IS THE
MT201X*      LEG NUMBER IN MESSAGE ORDER.
MT201X     06 TFSSPTL-PRNTREF    PIC X(16).
MT201X*      PARENT REFERENCE - THE FIRST FIELD 20 OF THE MESSAGE,
MT201X*      SO EVERY LEG TRACES BACK TO THE SENDER'S OWN MESSAGE.
MT201X     06 TFSSPTL-LEGCNT     PIC 9(02).
MT201X*      NUMBER OF LEGS THE PARENT WAS EXPLODED INTO.
T23E01     06 TFSSPTL-T23ESTS    PIC X(01).
T23E01*      Y = FIELD 23E HAS BEEN CAPTURED FROM THE MESSAGE (EVEN
T23E01*      WHEN THERE WAS NONE), X = CAPTURED BUT THE MESSAGE HAD
T23E01*      MORE CODES THAN THE FOUR KEPT BELOW (THE ITEM REPAIRS),
T23E01*      SPACE = NOT YET LOOKED AT. SET AT
T23E01*      INTAKE, OR BY THE VALIDATION DRIVER'S PRE-SWEEP PASS
T23E01*      (TRFV23E READING THE JOURNAL BODY) FOR AN MT103 THE
T23E01*      INTAKE QUEUED WITHOUT IT.
T23E01     06 TFSSPTL-T23ECNT    PIC 9(01).
T23E01*      NUMBER OF 23E INSTRUCTION CODES CAPTURED (0-4).
T23E01     06 TFSSPTL-T23E OCCURS 4 TIMES.
T23E01     08 TFSSPTL-T23E-CODE PIC X(04).
T23E01     08 TFSSPTL-T23E-INF  PIC X(30).
T23E01*      EACH 23E INSTRUCTION CODE AND ITS ADDITIONAL INFORMATION
T23E01*      (E.G. THE TELEPHONE NUMBER ON A PHOB), IN MESSAGE ORDER.
T23E01*      HOLD/PHOB/TELB DIVERT THE ITEM TO THE TFSBCNTQ
T23E01*      BENEFICIARY-CONTACT QUEUE; SDVA RAISES THE ITEM TO
T23E01*      PRIORITY TIER 1; A CODE WE DO NOT SUPPORT REPAIRS THE
T23E01*      ITEM UNDER RSN0410.
CSUC01     06 TFSSPTL-ORIGCUY    PIC X(03).
CSUC01     06 TFSSPTL-ORIGAMT    PIC S9(15)V9(2) COMP-3.
CSUC01*      CURRENCY AND AMOUNT AS RECEIVED WHEN THE SENDER QUOTED A
CSUC01*      RETIRED CURRENCY CODE (TFSCUYSUC) AND THE VALIDATION
CSUC01*      DRIVER TRANSLATED IT TO ITS SUCCESSOR AT THE FIXED RATE
CSUC01*      (TRFVCSUC) - CUYCD AND AMT THEN CARRY THE SUCCESSOR.
CSUC01*      SPACES/ZERO WHEN NO TRANSLATION WAS MADE.
CSUC01     06 TFSSPTL-ORIGICY    PIC X(03).
CSUC01     06 TFSSPTL-ORIGIAMT   PIC S9(15)V9(2) COMP-3.
CSUC01*      THE SAME FOR THE 33B INSTRUCTED CURRENCY AND AMOUNT.

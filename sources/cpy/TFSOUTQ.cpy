      *         Y     = MESSAGE BUILT AND SENT
      *         R     = REPAIR (REASON ON RFTRRSN)
      *         H     = OPS HOLD
OCTL01*         S     = SCREENING HOLD (TFSSCRHLD DIRIND "O") -
OCTL01*                 COMPLIANCE DISPOSITIONS
OCTL01*         V     = PAYMENT-CONTROL HOLD (TFSOCTLQ) - RELEASED
OCTL01*                 OR REJECTED BY A SECOND OFFICER (TRFGOCTL)
CNF900*05  TFSOUTQ-RECORD      PIC X(431).
CNF900 05  TFSOUTQ-RECORD      PIC X(440).
           05  TFSOUTQR  REDEFINES TFSOUTQ-RECORD.
           06  TFSOUTQ-OUTQNO        PIC 9(08).
      *                        OUTWARD QUEUE RUNNING NO
      *                        DATE MESSAGE BUILT/SENT
           06  TFSOUTQ-SNTTIME       PIC S9(06).
      *                        TIME MESSAGE BUILT/SENT
CLRC01     06  TFSOUTQ-TAG57PID      PIC X(16).
CLRC01*                        57 PARTY IDENTIFIER - NATIONAL CLEARING
CLRC01*                        CODE ("//FW..", "//SC.." ...), CHECKED
CLRC01*                        AGAINST TFSCLRDIR BY TRFGOUTD
COVR01     06  TFSOUTQ-COVIND        PIC X(01).
COVR01*                        COVER METHOD (TRFGOUTD, MT103 ONLY)
COVR01*                        SPACE = NOT NEEDED - WE HOLD AN ACCOUNT
COVR01*                                WITH THE RECEIVER (TFSBNKAC)
COVR01*                        C     = MT202COV SENT (TFSOUTCOV)
COVR01*                        P     = COVER NEEDED, NOT SENT - SEE
COVR01*                                GHCOVRPT
ISOX01     06  TFSOUTQ-MSGFMT        PIC X(01).
ISOX01*                        FORMAT THE MESSAGE WENT OUT IN (TRFGOUTD,
ISOX01*                        BY THE RECEIVER'S TFSBANK-MSGFMT)
ISOX01*                        SPACE = MT103/MT202
ISOX01*                        X     = ISO 20022 PACS.008/PACS.009
ISOX01*                                (TFSOUTMX)
ISOX01*    06  FILLER                PIC X(02).
SSI001     06  TFSOUTQ-SSIIND        PIC X(01).
SSI001*                        ROUTING SOURCE (TRFGOUTC)
SSI001*                        SPACE = AS CAPTURED
SSI001*                        S     = DEFAULTED FROM THE COUNTERPARTY'S
SSI001*                                STANDARD SETTLEMENT INSTRUCTION
SSI001*                                (TFSSSI) - RCBNKID IS ITS
SSI001*                                CORRESPONDENT, TAG57BIC THE
SSI001*                                COUNTERPARTY
BTPL01*    06  FILLER                PIC X(01).
BTPL01     06  TFSOUTQ-BTPLIND       PIC X(01).
BTPL01*                        BENEFICIARY SOURCE (TRFGOUTC)
BTPL01*                        SPACE = KEYED AT CAPTURE
BTPL01*                        T     = FROM A BENEFICIARY TEMPLATE
BTPL01*                                (TFSBENTPL)
BTPL01*                        C     = FROM A TEMPLATE STILL IN ITS
BTPL01*                                COOLING-OFF - HELD BY THE
BTPL01*                                TRFGOUTD PAYMENT CONTROLS FOR
BTPL01*                                A SECOND OFFICER
CNF900     06  TFSOUTQ-CNFIND        PIC X(01).
CNF900*                        CORRESPONDENT CONFIRMATION (TRFG900X)
CNF900*                        SPACE = NONE YET
CNF900*                        C     = MT900 DEBIT CONFIRMATION MATCHED
CNF900*                                (TFSCORCNF)
CNF900     06  TFSOUTQ-CNFDTE        PIC S9(08).
CNF900*                        DATE THE CONFIRMATION WAS MATCHED

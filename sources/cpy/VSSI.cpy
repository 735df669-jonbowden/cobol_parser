      * VSSI.cpybk
      *****************************************************************
      * HISTORY OF MODIFICATION:
      *****************************************************************
      * SSI001 - RISKOPS - 15/10/2026 - New copybook. Linkage record
      * for calling TRFVSSI to resolve the standard settlement
      * instruction a counterparty has in force for a currency and
      * product on a date (TFSSSI).
      *-----------------------------------------------------------------
      *-------- COPYBOOK FOR CALLING TRFVSSI - 15/10/2026 ----------*
       01  WK-C-VSSI-RECORD.
           05  WK-C-VSSI-INPUT.
           10  WK-C-VSSI-BANKID     PIC X(11).
           10  WK-C-VSSI-CUYCD      PIC X(03).
           10  WK-C-VSSI-PRODCD     PIC X(03).
      *        CUS / FIN - ALL IS TRIED WHEN THE PRODUCT HAS NO ROW
           10  WK-N-VSSI-ASOFDTE    PIC S9(08).
      *        DATE THE INSTRUCTION MUST BE IN FORCE ON (CCYYMMDD)
           05  WK-C-VSSI-OUTPUT.
           10  WK-C-VSSI-INVALID-OUTPUT.
           15  WK-C-VSSI-ERROR-CD   PIC X(07).
      *        SUP0253 = NO INSTRUCTION IN FORCE
      *        COM0206 = FILE ERROR
           15  WK-C-VSSI-COM0206.
           20  WK-C-VSSI-FILE   PIC X(08).
           20  WK-C-VSSI-MODE   PIC X(06).
           20  WK-C-VSSI-KEY    PIC X(20).
           20  WK-C-VSSI-FS     PIC X(02).
           10  WK-C-VSSI-VALID-OUTPUT.
           15  WK-C-VSSI-PRODUSED   PIC X(03).
           15  WK-N-VSSI-EFFDTE     PIC S9(08).
           15  WK-N-VSSI-EXPDTE     PIC S9(08).
           15  WK-C-VSSI-CORRBIC    PIC X(11).
           15  WK-C-VSSI-CORRACC    PIC X(34).
           15  WK-C-VSSI-INTMBIC    PIC X(11).

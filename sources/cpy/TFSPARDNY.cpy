      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ACHN01 - RISKOPS - 15/10/2026 - Chain fields for tamper
      * evidence: CHNSEQ/PRVCHK/CHKVAL stamped by TRFXCHN at write,
      * folded over the bytes ahead of them; GHAUDVFY verifies.
      *------------------------------------------------------------------
      * PARAUT - RISKOPS - 22/08/2026 - New file. Denied TRFXPARA SET
      * attempts - user, parameter and the value they tried to set,
      * so unauthorized parameter changes are visible, not silent.
      *------------------------------------------------------------------
           05 TFSPARDNY-RECORD          PIC X(116).
      * I-O FORMAT:TFSPARDNYR FROM FILE TFSPARDNY OF LIBRARY COMDB
      * Parameter SET denial log.
           05 TFSPARDNYR                REDEFINES TFSPARDNY-RECORD.
           06 TFSPARDNY-DNYTIME     PIC S9(06).
           06 TFSPARDNY-FILLER      PIC X(18).
      * reserved
ACHN01     06 TFSPARDNY-CHNSEQ      PIC 9(10).
ACHN01* audit chain sequence (TRFXCHN), zero = written unchained
ACHN01     06 TFSPARDNY-PRVCHK      PIC 9(18).
ACHN01* check value of the previous row in the chain
ACHN01     06 TFSPARDNY-CHKVAL      PIC 9(18).
ACHN01* check value of this row

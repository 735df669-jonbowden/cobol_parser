      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ACHN01 - RISKOPS - 15/10/2026 - Chain fields for tamper
      * evidence: CHNSEQ/PRVCHK/CHKVAL stamped by TRFXCHN at write,
      * folded over the bytes ahead of them; GHAUDVFY verifies.
      *------------------------------------------------------------------
      * MNTMC1 - RISKOPS - 22/08/2026 - New file. Audit trail of every
      * control-table change applied (or rejected) through TRFGMNT -
      * who keyed it, who approved it, when, and the before/after
      * record images.
      *------------------------------------------------------------------
           05 TFSMNTAUD-RECORD          PIC X(396).
      * I-O FORMAT:TFSMNTAUDR FROM FILE TFSMNTAUD OF LIBRARY COMDB
      * Control-table maintenance audit log.
           05 TFSMNTAUDR                REDEFINES TFSMNTAUD-RECORD.
           06 TFSMNTAUD-COMMENT     PIC X(50).
           06 TFSMNTAUD-FILLER      PIC X(06).
      * reserved
ACHN01     06 TFSMNTAUD-CHNSEQ      PIC 9(10).
ACHN01* audit chain sequence (TRFXCHN), zero = written unchained
ACHN01     06 TFSMNTAUD-PRVCHK      PIC 9(18).
ACHN01* check value of the previous row in the chain
ACHN01     06 TFSMNTAUD-CHKVAL      PIC 9(18).
ACHN01* check value of this row

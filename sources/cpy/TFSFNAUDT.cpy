      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * DSCP01 - RISKOPS - 15/10/2026 - Data-scope denials are also
      * written here by TRFXDSCP as FUNCTID DATASCOP, OUTCOME "D";
      * CONTEXT is the item key, then the entity and unit refused.
      *------------------------------------------------------------------
      * ACHN01 - RISKOPS - 15/10/2026 - Chain fields for tamper
      * evidence: CHNSEQ/PRVCHK/CHKVAL stamped by TRFXCHN at write,
      * folded over the bytes ahead of them; GHAUDVFY verifies.
      *------------------------------------------------------------------
      * AUTH01 - RISKOPS - 02/09/2026 - New file. Consolidated
      * function-authority audit trail written by TRFXAUTH - one row
      * per check, grant or denial alike, with the calling program
      * and context. One file to read for joiners-movers-leavers
      * reviews instead of grepping five program-specific logs.
      *------------------------------------------------------------------
           05 TFSFNAUDT-RECORD          PIC X(126).
      * I-O FORMAT:TFSFNAUDTR FROM FILE TFSFNAUDT OF LIBRARY COMDB
      * Function authority audit log.
           05 TFSFNAUDTR                REDEFINES TFSFNAUDT-RECORD.
      * what was being acted on (item key, parameter code, ...)
           06 TFSFNAUDT-FILLER      PIC X(17).
      * reserved
ACHN01     06 TFSFNAUDT-CHNSEQ      PIC 9(10).
ACHN01* audit chain sequence (TRFXCHN), zero = written unchained
ACHN01     06 TFSFNAUDT-PRVCHK      PIC 9(18).
ACHN01* check value of the previous row in the chain
ACHN01     06 TFSFNAUDT-CHKVAL      PIC 9(18).
ACHN01* check value of this row

      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ACHN01 - RISKOPS - 15/10/2026 - Chain fields for tamper
      * evidence: CHNSEQ/PRVCHK/CHKVAL stamped by TRFXCHN at write,
      * folded over the bytes ahead of them; GHAUDVFY verifies.
      *------------------------------------------------------------------
      * STHST1 - RISKOPS - 02/09/2026 - New file. Item status
      * transition history: one row per change to an item's
      * PRCIND/STRIND pair - old and new values, the program that
      * when" is one keyed read instead of a stitch across six log
      * files. GHSHSTCK verifies each item's chain against the
      * legal state diagram.
      * RTFN01 - RISKOPS - 15/10/2026 - EVTCD from the reserved area -
      * an event row (RTGS queued / settled / rejected) may carry the
      * flags unchanged; GHSHSTCK checks only real flag moves.
      *------------------------------------------------------------------
           05 TFSSTHST-RECORD           PIC X(101).
      * I-O FORMAT:TFSSTHSTR FROM FILE TFSSTHST OF LIBRARY COMDB
      * Status history - keyed PARALNO/SEQNUM/HSTSEQ.
           05 TFSSTHSTR                 REDEFINES TFSSTHST-RECORD.
      * spaces on an unattended batch move
           06 TFSSTHST-EVTDTE       PIC S9(08).
           06 TFSSTHST-EVTTIME      PIC S9(06).
RTFN01     06 TFSSTHST-EVTCD        PIC X(04).
RTFN01* RTQU / RTST / RTRJ - RTGS finality event, spaces on a plain
RTFN01* flag move (TRFXSHST)
ACHN01     06 TFSSTHST-CHNSEQ       PIC 9(10).
ACHN01* audit chain sequence (TRFXCHN), zero = written unchained
ACHN01     06 TFSSTHST-PRVCHK       PIC 9(18).
ACHN01* check value of the previous row in the chain
ACHN01     06 TFSSTHST-CHKVAL       PIC 9(18).
ACHN01* check value of this row

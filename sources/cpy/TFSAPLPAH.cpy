      *        date the change was made (CCYYMMDD)
           06 TFSAPLPAH-SEQNO     PIC S9(04) COMP.
      *        sequence number disambiguating same-day entries
ACHN01     06 TFSAPLPAH-CHNSEQ    PIC 9(10).
ACHN01*        audit chain sequence (TRFXCHN), zero = unchained
ACHN01     06 TFSAPLPAH-PRVCHK    PIC 9(18).
ACHN01*        check value of the previous row in the chain
ACHN01     06 TFSAPLPAH-CHKVAL    PIC 9(18).
ACHN01*        check value of this row, folded over the bytes ahead
ACHN01*        of the chain fields; GHAUDVFY verifies

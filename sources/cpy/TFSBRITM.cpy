      * TFSBRITM.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BRPR01 - RISKOPS - 15/10/2026 - New file. One row per repair
      * item a TFSBRPND bulk repair corrected, with its release and
      * its outcome on revalidation. Written and updated by GHBLKRPR.
      *-----------------------------------------------------------------
           05 TFSBRITM-RECORD           PIC X(100).
      * I-O FORMAT:TFSBRITMR FROM FILE TFSBRITM OF LIBRARY COMDB
      * Bulk repair item - keyed BRID/PARALNO/SEQNUM.
           05 TFSBRITMR                 REDEFINES TFSBRITM-RECORD.
           06 TFSBRITM-BRID         PIC 9(08).
           06 TFSBRITM-PARALNO      PIC 9(08).
           06 TFSBRITM-SEQNUM       PIC 9(02).
           06 TFSBRITM-OLDVAL       PIC X(30).
      * field value before the correction
           06 TFSBRITM-RLSDTE       PIC S9(08).
           06 TFSBRITM-RLSERR       PIC X(07).
      * TRFGRRLS error code - spaces when released
           06 TFSBRITM-PLAN         PIC X(06).
      * TFSSPTL-FASTRV revalidation plan applied on release
           06 TFSBRITM-RESULT       PIC X(01).
      * L = released, awaiting revalidation
      * E = release refused (see RLSERR)
      * P = passed revalidation and posted
      * F = failed again - back in repair (see NEWRSN)
      * O = in some other state (held, returned ... see PRCIND)
           06 TFSBRITM-PRCIND       PIC X(01).
      * TFSSTPL-PRCIND when the result was last taken
           06 TFSBRITM-NEWRSN       PIC X(07).
      * latest RFTRRSN reason of an item that failed again
           06 TFSBRITM-RSLDTE       PIC S9(08).
      * date the result was last taken (CCYYMMDD)
           06 TFSBRITM-FILLER       PIC X(14).
      * reserved

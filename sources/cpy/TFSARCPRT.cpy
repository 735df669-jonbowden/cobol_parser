      * TFSARCPRT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ARCP01 - RISKOPS - 15/10/2026 - New file. Archive partition
      * directory - one row per monthly TFSSTPLH partition. Archived
      * items are written by intake month to their own file,
      * TFSH<CCYYMM>, a duplicate of the (now empty) TFSSTPLH model
      * file; TRFXARCP creates the partition and this row on first
      * use. GHARCPRT takes an old partition offline to save media
      * as a unit (status F) and restores it on request.
      *------------------------------------------------------------------
           05 TFSARCPRT-RECORD          PIC X(100).
      * I-O FORMAT:TFSARCPRTR FROM FILE TFSARCPRT OF LIBRARY COMDB
      * Archive partitions - keyed PRTMTH.
           05 TFSARCPRTR                REDEFINES TFSARCPRT-RECORD.
           06 TFSARCPRT-PRTMTH      PIC 9(06).
      * intake month CCYYMM of the items in the partition
           06 TFSARCPRT-PRTFILE     PIC X(10).
      * partition file name - TFSH<CCYYMM>
           06 TFSARCPRT-PRTLIB      PIC X(10).
      * library the partition lives in (ARCPLIB)
           06 TFSARCPRT-PRTSTAT     PIC X(01).
      * O = online   F = offline, saved to media and removed
           06 TFSARCPRT-ROWCNT      PIC 9(09).
      * items archived into the partition
           06 TFSARCPRT-CRTDTE      PIC S9(08).
           06 TFSARCPRT-LASTWRT     PIC S9(08).
      * last purge run that wrote to the partition
           06 TFSARCPRT-OFFDTE      PIC S9(08).
           06 TFSARCPRT-OFFDEV      PIC X(10).
      * device the partition was saved to when taken offline
           06 TFSARCPRT-RSTDTE      PIC S9(08).
      * last restore from media, zero = never restored
           06 TFSARCPRT-FILLER      PIC X(22).
      * reserved

      * ARCP.cpy
      *---------- COPYBOOK FOR CALLING TRFXARCP ----------
      * ARCP01 - RISKOPS - 15/10/2026 - INITIAL VERSION. THE ONE WAY
      * INTO THE MONTHLY TFSSTPLH ARCHIVE PARTITIONS. A READER ASKS
      * FOR THE PARTITIONS OF ITS MONTH RANGE ONE AT A TIME (NXT),
      * OR FOR THE ONE PARTITION HOLDING AN ITEM (FND, THROUGH THE
      * TFSARCIDX INDEX), POINTS ITS TFSSTPLH FILE AT IT (OVR),
      * READS IT AS BEFORE AND DROPS THE OVERRIDE (DLT). THE PURGE
      * ASKS FOR A MONTH'S PARTITION TO BE MADE READY (NEW).
       01  WK-C-ARCP-RECORD.
           05  WK-C-ARCP-INPUT.
               10  WK-C-ARCP-ACTION        PIC X(03).
      *            NXT - NEXT PARTITION OF THE MONTH RANGE, ONLINE
      *                  OR NOT - THE CALLER SKIPS STATUS "F"
      *            FND - THE PARTITION HOLDING PARALNO/SEQNUM
      *            NEW - MAKE MONTH'S PARTITION READY, CREATING THE
      *                  FILE AND ITS TFSARCPRT ROW ON FIRST USE
      *            OVR - OVERRIDE TFSSTPLH TO MONTH'S PARTITION
      *            DLT - DROP THE TFSSTPLH OVERRIDE
               10  WK-N-ARCP-FROMMTH       PIC 9(06).
      *            NXT - FIRST MONTH WANTED CCYYMM, ZERO = EARLIEST
               10  WK-N-ARCP-TOMTH         PIC 9(06).
      *            NXT - LAST MONTH WANTED CCYYMM, ZERO = LATEST
               10  WK-N-ARCP-AFTMTH        PIC 9(06).
      *            NXT - ZERO TO START, THEN THE PRTMTH LAST
      *                  RETURNED TO STEP FORWARD
               10  WK-N-ARCP-PARALNO       PIC 9(08).
               10  WK-N-ARCP-SEQNUM        PIC 9(02).
               10  WK-N-ARCP-MONTH         PIC 9(06).
      *            NEW / OVR - THE PARTITION MONTH CCYYMM
           05  WK-C-ARCP-OUTPUT.
               10  WK-C-ARCP-ERROR-CD      PIC X(07).
      *            SUP0026 = ACTION NOT NXT/FND/NEW/OVR/DLT
      *            SUP0272 = MONTH IS NOT A VALID CCYYMM
      *            COM0206 = FILE ERROR
               10  WK-C-ARCP-FOUND         PIC X(01).
      *            Y = A PARTITION IS RETURNED
      *            N = NO MORE IN THE RANGE / ITEM NOT ARCHIVED
               10  WK-N-ARCP-PRTMTH        PIC 9(06).
               10  WK-C-ARCP-PRTFILE       PIC X(10).
               10  WK-C-ARCP-PRTLIB        PIC X(10).
               10  WK-C-ARCP-PRTSTAT       PIC X(01).
      *            O = ONLINE   F = OFFLINE (ON MEDIA - RESTORE
      *            THROUGH GHARCPRT BEFORE IT CAN BE READ)
               10  WK-N-ARCP-ROWCNT        PIC 9(09).

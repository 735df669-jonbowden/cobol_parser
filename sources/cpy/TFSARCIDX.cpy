      * TFSARCIDX.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ARCP01 - RISKOPS - 15/10/2026 - New file. Cross-partition
      * archive index - one short row per archived item naming the
      * monthly TFSSTPLH partition (TFSARCPRT) that holds it, with
      * the fields archive questions are asked by: item number,
      * intake and value dates, sending bank BIC and beneficiary
      * account. Written by GHOINSSTPL in the same run as the
      * partition row; an item is purged from TFSSTPL only once its
      * index row exists. The rows stay when a partition goes
      * offline, so a search can still say where an item went.
      *------------------------------------------------------------------
           05 TFSARCIDX-RECORD          PIC X(100).
      * I-O FORMAT:TFSARCIDXR FROM FILE TFSARCIDX OF LIBRARY COMDB
      * Archive index - keyed PARALNO/SEQNUM.
           05 TFSARCIDXR                REDEFINES TFSARCIDX-RECORD.
           06 TFSARCIDX-PARALNO     PIC 9(08).
           06 TFSARCIDX-SEQNUM      PIC 9(02).
           06 TFSARCIDX-PRTMTH      PIC 9(06).
      * partition holding the item (TFSARCPRT)
           06 TFSARCIDX-INTDTE      PIC 9(08).
           06 TFSARCIDX-VALDTE      PIC S9(08).
           06 TFSARCIDX-SENBNKID    PIC X(11).
           06 TFSARCIDX-BENACCT     PIC X(35).
      * first line of tag 59 - the beneficiary account
           06 TFSARCIDX-FILLER      PIC X(22).
      * reserved

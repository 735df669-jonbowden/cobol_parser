      * TFSRTGSFN.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RTFN01 - RISKOPS - 15/10/2026 - New file. RTGS settlement
      * finality - one row per inward item whose leg went out on an
      * RTGS (MEPS+, RENTAS, HK RTGS - the TFSRTGSC modepays).
      * Written by TRFGRTFN when the item posts, then moved along by
      * the GHRTGSFN sweep as the RTGS queues, settles or rejects
      * the leg. A rejection reopens the item in repair; a leg with
      * no settlement after the RTGFINMN limit is alerted once.
      *------------------------------------------------------------------
           05 TFSRTGSFN-RECORD          PIC X(150).
      * I-O FORMAT:TFSRTGSFNR FROM FILE TFSRTGSFN OF LIBRARY COMDB
      * RTGS settlement finality - keyed PARALNO/SEQNUM.
           05 TFSRTGSFNR                REDEFINES TFSRTGSFN-RECORD.
           06 TFSRTGSFN-PARALNO     PIC 9(08).
           06 TFSRTGSFN-SEQNUM      PIC 9(02).
      * the originating inward item
           06 TFSRTGSFN-RTGSREF     PIC X(16).
      * our reference on the RTGS leg - RT + PARALNO + SEQNUM,
      * quoted back on every confirmation and rejection
           06 TFSRTGSFN-PMODE       PIC X(06).
      * RTGS modepay of the leg (TFSRTGSC RTGSTYPE / RTGSTYPE2)
           06 TFSRTGSFN-PU          PIC X(02).
           06 TFSRTGSFN-CUYCD       PIC X(03).
           06 TFSRTGSFN-AMT         PIC S9(13)V9(02).
           06 TFSRTGSFN-VALDTE      PIC S9(08).
           06 TFSRTGSFN-SENBNKID    PIC X(11).
      * sender of the inward payment
           06 TFSRTGSFN-SNDDTE      PIC S9(08).
           06 TFSRTGSFN-SNDTIME     PIC S9(06).
      * when the leg went to the RTGS - the finality clock
           06 TFSRTGSFN-FINSTS      PIC X(01).
      * W = sent, nothing back yet
      * Q = queued at the RTGS (liquidity or gridlock queue)
      * S = settled - final
      * J = rejected by the RTGS - item reopened in repair
           06 TFSRTGSFN-STSDTE      PIC S9(08).
           06 TFSRTGSFN-STSTIME     PIC S9(06).
      * time of the last confirmation applied
           06 TFSRTGSFN-RTGSTRN     PIC X(16).
      * RTGS transaction reference of the settlement / rejection
           06 TFSRTGSFN-RJTCD       PIC X(04).
      * RTGS rejection reason code
           06 TFSRTGSFN-RPRIND      PIC X(01).
      * Y = item reopened in repair for this rejection
           06 TFSRTGSFN-ALRTIND     PIC X(01).
      * Y = unconfirmed-leg alert already raised
           06 TFSRTGSFN-FILLER      PIC X(28).
      * reserved

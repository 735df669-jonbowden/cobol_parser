      * TFSBRPND.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BRPR01 - RISKOPS - 15/10/2026 - New file. Bulk repair request -
      * one correction for every open repair item sharing a root cause
      * (same RFTRRSN reason, same bad field value). Submitted and
      * decided through TRFGBRPR; applied and followed up by GHBLKRPR.
      *-----------------------------------------------------------------
           05 TFSBRPND-RECORD           PIC X(320).
      * I-O FORMAT:TFSBRPNDR FROM FILE TFSBRPND OF LIBRARY COMDB
      * Bulk repair request - keyed BRID.
           05 TFSBRPNDR                 REDEFINES TFSBRPND-RECORD.
           06 TFSBRPND-BRID         PIC 9(08).
           06 TFSBRPND-STATUS       PIC X(01).
      * P = pending approval   A = approved, awaiting GHBLKRPR
      * R = rejected           D = applied by GHBLKRPR
           06 TFSBRPND-RSNCDE       PIC X(07).
      * selects items whose latest RFTRRSN reason is this code
           06 TFSBRPND-FLDNAME      PIC X(15).
      * field corrected (TFSRFDBK naming) - TAG53, TAG56, TAG57,
      * TAG58 (line 1 identifier), TAG59 (account line) or PURP
           06 TFSBRPND-OLDVAL       PIC X(30).
      * ...and whose field currently holds this value
           06 TFSBRPND-NEWVAL       PIC X(30).
      * the one correction applied to all of them
           06 TFSBRPND-REASON       PIC X(50).
      * maker's description of the root cause
           06 TFSBRPND-MAKERID      PIC X(10).
           06 TFSBRPND-MKDTE        PIC S9(08).
           06 TFSBRPND-MKTIME       PIC S9(06).
           06 TFSBRPND-CHECKERID    PIC X(10).
           06 TFSBRPND-CKDTE        PIC S9(08).
           06 TFSBRPND-CKTIME       PIC S9(06).
           06 TFSBRPND-COMMENT      PIC X(50).
      * checker's comment - mandatory on a rejection, back to maker
           06 TFSBRPND-APLDTE       PIC S9(08).
      * date GHBLKRPR applied the correction (CCYYMMDD)
           06 TFSBRPND-SELCNT       PIC 9(05).
      * items matched and corrected
           06 TFSBRPND-RLSCNT       PIC 9(05).
      * ...of which released through TRFGRRLS
           06 TFSBRPND-ERRCNT       PIC 9(05).
      * ...of which TRFGRRLS refused
           06 TFSBRPND-RSLDTE       PIC S9(08).
      * date of the latest result listing (CCYYMMDD)
           06 TFSBRPND-PASSCNT      PIC 9(05).
      * released items that have since passed and posted
           06 TFSBRPND-FAILCNT      PIC 9(05).
      * released items back in repair again
           06 TFSBRPND-WAITCNT      PIC 9(05).
      * released items not yet re-run by the driver
           06 TFSBRPND-FILLER       PIC X(35).
      * reserved

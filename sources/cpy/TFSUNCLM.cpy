      * TFSUNCLM.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * UNCL01 - RISKOPS - 15/10/2026 - New file. Unclaimed funds
      * register - one row per inward item whose funds could neither
      * be applied nor returned and have sat in GL suspense past the
      * statutory dormancy period (UNCLDMYR years) after a failed
      * return, or whose remitting bank no longer exists. Registered
      * by GHUNCLRG from the TFSGLOPEN open items; contact and
      * notification attempts (TFSUNCNT) and claims are recorded
      * through TRFGUNCL. The annual unclaimed-moneys return moves
      * the funds to the UNCLMGL account and marks the row T. Keyed
      * by the original item, so a later claim traces straight back
      * to its PARALNO.
      *-----------------------------------------------------------------
           05 TFSUNCLM-RECORD           PIC X(280).
      * I-O FORMAT:TFSUNCLMR FROM FILE TFSUNCLM OF LIBRARY COMDB
      * Unclaimed funds register - keyed PARALNO/SEQNUM.
           05 TFSUNCLMR                 REDEFINES TFSUNCLM-RECORD.
           06 TFSUNCLM-PARALNO      PIC 9(08).
           06 TFSUNCLM-SEQNUM       PIC 9(02).
      * the original inward item
           06 TFSUNCLM-GLSEQNO      PIC S9(04) COMP.
           06 TFSUNCLM-GLNO6        PIC 9(06).
      * the TFSGLOPEN suspense open item holding the funds
           06 TFSUNCLM-CUYCD        PIC X(03).
           06 TFSUNCLM-AMT          PIC S9(13)V9(02).
           06 TFSUNCLM-SUSPDTE      PIC S9(08).
      * date the funds went into suspense
           06 TFSUNCLM-SENBNKID     PIC X(11).
           06 TFSUNCLM-ORDNAME      PIC X(35).
           06 TFSUNCLM-BENACC       PIC X(35).
      * remitting bank, ordering customer (the owner of the funds)
      * and the beneficiary account quoted on the original
           06 TFSUNCLM-RSNIND       PIC X(01).
      * R = return attempted and failed
      * B = remitting bank no longer on the BIC directory
           06 TFSUNCLM-RETDTE       PIC S9(08).
           06 TFSUNCLM-RETATT       PIC 9(02).
      * last return attempt and number of attempts recorded
           06 TFSUNCLM-DORMDTE      PIC S9(08).
      * date the dormancy period completed
           06 TFSUNCLM-REGDTE       PIC S9(08).
           06 TFSUNCLM-CNTCNT       PIC 9(03).
           06 TFSUNCLM-LSTCNTDTE    PIC S9(08).
      * contact / notification attempts on TFSUNCNT and the latest
           06 TFSUNCLM-STATUS       PIC X(01).
      * R = registered, awaiting the annual return
      * T = transferred to unclaimed moneys on the annual return
      * C = claimed before transfer - paid out of suspense
      * K = claimed after transfer - reclaim from the regulator
           06 TFSUNCLM-TRFDTE       PIC S9(08).
           06 TFSUNCLM-RTNYEAR      PIC 9(04).
      * date of the GL transfer and the return year it was reported
           06 TFSUNCLM-CLMDTE       PIC S9(08).
           06 TFSUNCLM-CLMREF       PIC X(16).
           06 TFSUNCLM-CLMNAME      PIC X(35).
           06 TFSUNCLM-CLMUSRID     PIC X(10).
      * claim date, claim reference, claimant and recording officer
           06 TFSUNCLM-FILLER       PIC X(35).
      * reserved

      * TFSRSCRV.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RSCN01 - RISKOPS - 15/10/2026 - New file. Retrospective re-
      * screening review file, written by GHRESCRN. One row per
      * processed item whose party names hit an entry added to the
      * screening lists on LISTDTE (RESULT H), or that could not be
      * re-screened because the engine was unavailable (RESULT U).
      * Compliance works the rows and records whether the payment
      * was reported.
      *------------------------------------------------------------------
           05 TFSRSCRV-RECORD           PIC X(250).
      * I-O FORMAT:TFSRSCRVR FROM FILE TFSRSCRV OF LIBRARY COMDB
      * Re-screening review file - keyed LISTDTE/PARALNO/SEQNUM.
           05 TFSRSCRVR                 REDEFINES TFSRSCRV-RECORD.
           06 TFSRSCRV-LISTDTE      PIC S9(08).
      * list date whose additions were screened
           06 TFSRSCRV-PARALNO      PIC 9(08).
           06 TFSRSCRV-SEQNUM       PIC 9(02).
           06 TFSRSCRV-RUNDTE       PIC S9(08).
           06 TFSRSCRV-SRCFILE      PIC X(01).
      * L = live queue TFSSTPL   H = archive TFSSTPLH
           06 TFSRSCRV-SWFTMGTY     PIC 9(03).
           06 TFSRSCRV-SENBNKID     PIC X(11).
           06 TFSRSCRV-VALDTE       PIC S9(08).
           06 TFSRSCRV-PROCDTE      PIC S9(08).
           06 TFSRSCRV-CUYCD        PIC X(03).
           06 TFSRSCRV-AMT          PIC S9(15)V9(02).
           06 TFSRSCRV-ORDCUSTNM    PIC X(35).
      * folded ordering customer name as re-screened
           06 TFSRSCRV-BENEFNM      PIC X(35).
      * folded beneficiary name as re-screened
           06 TFSRSCRV-RESULT       PIC X(01).
      * H = hit on a list addition
      * U = engine unavailable - item not re-screened
           06 TFSRSCRV-ENTRYID      PIC X(20).
           06 TFSRSCRV-ENTNAME      PIC X(35).
           06 TFSRSCRV-LISTSRC      PIC X(10).
      * matched TFSSCRADD entry, when RESULT = H
           06 TFSRSCRV-REVSTAT      PIC X(01).
      * space = awaiting compliance review
      * C = cleared - not the designated party
      * R = reported to the regulator
           06 TFSRSCRV-REVUSRID     PIC X(10).
           06 TFSRSCRV-REVDTE       PIC S9(08).
           06 TFSRSCRV-FILLER       PIC X(18).
      * reserved

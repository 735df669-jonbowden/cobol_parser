      * TFSOCTLQ.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OCUT01 - RISKOPS - 15/10/2026 - RSN-CUTOFF - released past
      * the correspondent's cutoff for the value date (TFSCORCUT).
      * BTPL01 - RISKOPS - 15/10/2026 - RSN-COOL - the instruction was
      * paid from a beneficiary template still in its cooling-off.
      * OCTL01 - RISKOPS - 15/10/2026 - New file. Outward payment-
      * control hold queue. TRFGOUTD checks every screened TFSOUTQ
      * instruction against the payment controls - release outside
      * the unit's attended hours, a beneficiary bank never paid
      * before, an amount far above the branch's or debit account's
      * usual (TFSOPATN), a near-identical instruction captured
      * earlier the same day - and anything caught is parked here
      * (TFSOUTQ PRCIND "V"), not sent. A second officer - never the
      * capturing user - releases or rejects it through TRFGOCTL.
      *------------------------------------------------------------------
           05 TFSOCTLQ-RECORD           PIC X(100).
      * I-O FORMAT:TFSOCTLQR FROM FILE TFSOCTLQ OF LIBRARY COMDB
      * Outward control hold queue - keyed OUTQNO/SEQNUM.
           05 TFSOCTLQR                 REDEFINES TFSOCTLQ-RECORD.
           06 TFSOCTLQ-OUTQNO       PIC 9(08).
           06 TFSOCTLQ-SEQNUM       PIC 9(02).
           06 TFSOCTLQ-BNKENTITY    PIC X(02).
           06 TFSOCTLQ-PROCUNIT     PIC X(03).
           06 TFSOCTLQ-CUYCD        PIC X(03).
           06 TFSOCTLQ-AMT          PIC S9(15)V9(02).
           06 TFSOCTLQ-QUEDTE       PIC S9(08).
           06 TFSOCTLQ-QUETIME      PIC S9(06).
           06 TFSOCTLQ-CAPUSER      PIC X(10).
      * capturing user - may not release the item
           06 TFSOCTLQ-CTLRSN.
           07 TFSOCTLQ-RSN-HOURS    PIC X(01).
      * T = released outside the unit's attended hours (TFSSHIFT)
      *     or at the weekend
           07 TFSOCTLQ-RSN-NEWBNK   PIC X(01).
      * N = beneficiary bank never paid before
           07 TFSOCTLQ-RSN-PATTERN  PIC X(01).
      * B = far above the capturing branch's usual amount
      * A = far above the debit account's usual amount
      * 2 = both
           07 TFSOCTLQ-RSN-DUPL     PIC X(01).
      * D = near-identical instruction captured earlier today
           06 TFSOCTLQ-DUPOUTQ      PIC 9(08).
      * OUTQNO of the earlier instruction, when RSN-DUPL = D
           06 TFSOCTLQ-CTLSTAT      PIC X(01).
      * space = awaiting the second officer
      * R = released - TRFGOUTD sends it on the next sweep without
      *     re-running the controls
      * J = rejected - the instruction went to repair
           06 TFSOCTLQ-RLSUSRID     PIC X(10).
           06 TFSOCTLQ-RLSDTE       PIC S9(08).
           06 TFSOCTLQ-RLSTIME      PIC S9(06).
BTPL01     06 TFSOCTLQ-RSN-COOL     PIC X(01).
BTPL01* C = paid from a beneficiary template still in its cooling-off
BTPL01*     (TFSOUTQ-BTPLIND "C")
BTPL01*    06 TFSOCTLQ-FILLER       PIC X(04).
OCUT01*    06 TFSOCTLQ-FILLER       PIC X(03).
OCUT01     06 TFSOCTLQ-RSN-CUTOFF   PIC X(01).
OCUT01* X = released past the correspondent's cutoff (TFSCORCUT) and
OCUT01*     the cutoff action is hold
OCUT01     06 TFSOCTLQ-FILLER       PIC X(02).
      * reserved

      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SODR02 - RISKOPS - 15/10/2026 - Function RCRTSADM: security
      * administration deciding recertification lines of users with
      * no manager on TFSUSRMGR (TRFGRCRT, MGRID "*NOMGR*").
      *------------------------------------------------------------------
      * SODR01 - RISKOPS - 15/10/2026 - Rows checked against the
      * TFSSODRUL conflict pairs (GHSODRPT) and recertified quarterly
      * by line managers (GHFNRCRT/TRFGRCRT); a revoked right is set
      * ALLOWIND "N" with LSTUPDTE, not deleted.
      *------------------------------------------------------------------
      * BRPR01 - RISKOPS - 15/10/2026 - Function BRPRAPPR: approving or
      * rejecting a bulk repair request (TRFGBRPR APP/REJ).
      *------------------------------------------------------------------
      * OREV01 - RISKOPS - 15/10/2026 - Function REVSAPPR: approving or
      * rejecting an ops reversal of a posted item (TRFGREVS APP/REJ).
      *------------------------------------------------------------------
      * UNCL01 - RISKOPS - 15/10/2026 - Function UNCLMNT: recording a
      * contact attempt or an owner's claim against the unclaimed
      * funds register (TRFGUNCL CNT/CLM).
      *------------------------------------------------------------------
      * TRDS01 - RISKOPS - 15/10/2026 - Function TRDQDISP: trade desk
      * disposition of an item on the trade-settlement queue (TRFGTRDQ
      * SET/REL).
      *------------------------------------------------------------------
      * BTPL01 - RISKOPS - 15/10/2026 - Function BTPLAPPR: second-
      * officer approval or rejection of a beneficiary template change
      * (TRFGBTPL APP/REJ).
      *------------------------------------------------------------------
      * OCTL01 - RISKOPS - 15/10/2026 - Function OCTLRLSE: second-
      * officer release or reject of an outward instruction held by
      * the TRFGOUTD payment controls (TRFGOCTL REL/REJ).
      *------------------------------------------------------------------
      * STRR01 - RISKOPS - 15/10/2026 - Function MLRODEC: MLRO
      * referral decision, STR filing and funds freeze (TRFGREFR).
      *------------------------------------------------------------------
      * AUTH01 - RISKOPS - 02/09/2026 - New file. Central function-
      * authority table: one row per user (or role profile) and
      * sensitive ops function, replacing the piecemeal checks that
      *   VRFRLSE  = high-value supervisor release (TRFGVRFY SUP)
      *   MNTAPPR  = ops table maintenance approval (TRFGMNT APP/REJ)
      *   PARASET  = application parameter set (TRFXPARA SET)
STRR01*   MLRODEC  = MLRO referral decision / STR filing / funds
STRR01*              freeze (TRFGREFR DEC/STR/FRZ/UFZ)
OCTL01*   OCTLRLSE = outward payment-control hold release/reject
OCTL01*              (TRFGOCTL REL/REJ)
BTPL01*   BTPLAPPR = beneficiary template change approval/rejection
BTPL01*              (TRFGBTPL APP/REJ)
TRDS01*   TRDQDISP = trade-settlement queue disposition
TRDS01*              (TRFGTRDQ SET/REL)
UNCL01*   UNCLMNT  = unclaimed funds contact/claim recording
UNCL01*              (TRFGUNCL CNT/CLM)
OREV01*   REVSAPPR = ops reversal of a posted item approval/rejection
OREV01*              (TRFGREVS APP/REJ)
BRPR01*   BRPRAPPR = bulk repair request approval/rejection
BRPR01*              (TRFGBRPR APP/REJ)
      *------------------------------------------------------------------
           05 TFSFNAUTH-RECORD          PIC X(50).
      * I-O FORMAT:TFSFNAUTHR FROM FILE TFSFNAUTH OF LIBRARY COMDB

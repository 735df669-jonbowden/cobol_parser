      * TFSRECRT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SODR01 - RISKOPS - 15/10/2026 - New file. Quarterly access
      * recertification: one row per cycle, manager and TFSFNAUTH
      * right held by the manager's staff, written by the GHFNRCRT
      * extract. The manager records keep or revoke through TRFGRCRT;
      * the GHFNRCRT apply run denies the revoked rights on TFSFNAUTH
      * and stamps APLDTE, after which the row is closed.
      *------------------------------------------------------------------
           05 TFSRECRT-RECORD           PIC X(150).
      * I-O FORMAT:TFSRECRTR FROM FILE TFSRECRT OF LIBRARY COMDB
      * Recertification line - keyed CYCLE/MGRID/USERID/FUNCTID.
           05 TFSRECRTR                 REDEFINES TFSRECRT-RECORD.
           06 TFSRECRT-CYCLE        PIC X(06).
      * CCYYQn
           06 TFSRECRT-MGRID        PIC X(10).
      * recertifying manager, *NOMGR* = not on TFSUSRMGR
           06 TFSRECRT-USERID       PIC X(10).
           06 TFSRECRT-FUNCTID      PIC X(08).
           06 TFSRECRT-EXPDTE       PIC S9(08).
      * TFSFNAUTH expiry at extract, zero = no expiry
           06 TFSRECRT-SODIND       PIC X(01).
      * C = right is half of a TFSSODRUL conflict the user holds
           06 TFSRECRT-EXTDTE       PIC S9(08).
           06 TFSRECRT-DECISION     PIC X(01).
      * space = awaiting manager, K = keep, R = revoke
           06 TFSRECRT-DECUSRID     PIC X(10).
           06 TFSRECRT-DECDTE       PIC S9(08).
           06 TFSRECRT-DECTIME      PIC S9(06).
           06 TFSRECRT-COMMENT      PIC X(50).
           06 TFSRECRT-APLDTE       PIC S9(08).
      * date the decision was applied, zero = still open
           06 TFSRECRT-FILLER       PIC X(16).
      * reserved

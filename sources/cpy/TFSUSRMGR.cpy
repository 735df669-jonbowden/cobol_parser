      * TFSUSRMGR.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SODR01 - RISKOPS - 15/10/2026 - New file. User to line manager
      * mapping for the quarterly TFSFNAUTH access recertification
      * (GHFNRCRT). Maintained by security administration; a user not
      * on file is listed under manager "*NOMGR*" for security
      * administration to recertify.
      *------------------------------------------------------------------
           05 TFSUSRMGR-RECORD          PIC X(40).
      * I-O FORMAT:TFSUSRMGRR FROM FILE TFSUSRMGR OF LIBRARY COMDB
      * User/manager mapping - keyed USERID.
           05 TFSUSRMGRR                REDEFINES TFSUSRMGR-RECORD.
           06 TFSUSRMGR-USERID      PIC X(10).
      * user or role profile as on TFSFNAUTH
           06 TFSUSRMGR-MGRID       PIC X(10).
      * manager who recertifies the user's rights
           06 TFSUSRMGR-LSTUPDTE    PIC S9(08).
           06 TFSUSRMGR-FILLER      PIC X(12).
      * reserved

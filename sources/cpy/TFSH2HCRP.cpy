      * TFSH2HCRP.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * H2H001 - RISKOPS - 15/10/2026 - New file. Corporates allowed
      * to send host-to-host bulk payment files (TFSH2HIN) and the
      * account every line of their files is debited to - the debit
      * account is never taken from the file itself. Maintained only
      * through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSH2HCRP-RECORD          PIC X(120).
      * I-O FORMAT:TFSH2HCRPR FROM FILE TFSH2HCRP OF LIBRARY COMDB
      * Host-to-host corporate registration - keyed CORPID.
           05 TFSH2HCRPR                REDEFINES TFSH2HCRP-RECORD.
           06 TFSH2HCRP-CORPID      PIC X(12).
      * corporate id carried in the file header
           06 TFSH2HCRP-CORPNM      PIC X(35).
      * corporate name
           06 TFSH2HCRP-BNKENTITY   PIC X(02).
      * bank entity the instructions are captured under
           06 TFSH2HCRP-PROCUNIT    PIC X(03).
      * processing unit the instructions are captured under
           06 TFSH2HCRP-DRACCNO     PIC X(15).
      * customer account debited for every line
           06 TFSH2HCRP-STATUS      PIC X(01).
      * A = active   S = suspended (files refused)
           06 TFSH2HCRP-APPRUSER    PIC X(10).
      * officer who approved the registration (checker)
           06 TFSH2HCRP-ADDDTE      PIC S9(08).
      * date the registration went live
           06 TFSH2HCRP-FILLER      PIC X(34).
      * reserved

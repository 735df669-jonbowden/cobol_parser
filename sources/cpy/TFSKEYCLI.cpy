      * TFSKEYCLI.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RMNT01 - RISKOPS - 15/10/2026 - New file. Key-client register
      * - one row per customer CIF a relationship manager wants to
      * hear about. TRFGRMNT writes an RM notification (TFSRMNTF)
      * when an inward credit at or over the threshold is received
      * and when it posts; GHRMAGE writes one when such a credit sits
      * in repair or on hold past the age limit. Only maintained
      * through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSKEYCLI-RECORD          PIC X(120).
      * I-O FORMAT:TFSKEYCLIR FROM FILE TFSKEYCLI OF LIBRARY COMDB
      * Key-client register - keyed CIFNO.
           05 TFSKEYCLIR                REDEFINES TFSKEYCLI-RECORD.
           06 TFSKEYCLI-CIFNO       PIC X(19).
      * customer CIF number, left justified
           06 TFSKEYCLI-CLINAME     PIC X(35).
      * client name as the RM knows it
           06 TFSKEYCLI-RMID        PIC X(10).
      * assigned relationship manager (user id on the RM channel)
           06 TFSKEYCLI-THRAMT      PIC S9(15)V9(02).
      * alert threshold in local currency - a credit whose local
      * equivalent is at or over it qualifies; zero = every credit
           06 TFSKEYCLI-AGEMINS     PIC 9(05).
      * minutes in repair or on hold before the RM is told; zero =
      * the GHRMAGE default
           06 TFSKEYCLI-ACTVIND     PIC X(01).
      * Y = notifications on
           06 TFSKEYCLI-APPRUSER    PIC X(10).
      * officer who approved the row (checker)
           06 TFSKEYCLI-ADDDTE      PIC S9(08).
      * date the row went live
           06 TFSKEYCLI-FILLER      PIC X(15).
      * reserved

      * TFSUNCNT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * UNCL01 - RISKOPS - 15/10/2026 - New file. Contact and
      * notification attempts for an item on the TFSUNCLM unclaimed
      * funds register - one row per attempt, written by TRFGUNCL.
      * The annual return holds back any item with no attempt on
      * file.
      *-----------------------------------------------------------------
           05 TFSUNCNT-RECORD           PIC X(120).
      * I-O FORMAT:TFSUNCNTR FROM FILE TFSUNCNT OF LIBRARY COMDB
      * Unclaimed funds contact log - keyed PARALNO/SEQNUM/ATTNO.
           05 TFSUNCNTR                 REDEFINES TFSUNCNT-RECORD.
           06 TFSUNCNT-PARALNO      PIC 9(08).
           06 TFSUNCNT-SEQNUM       PIC 9(02).
           06 TFSUNCNT-ATTNO        PIC 9(03).
      * attempt number for the item, from 1
           06 TFSUNCNT-CNTDTE       PIC S9(08).
           06 TFSUNCNT-CNTMTHD      PIC X(01).
      * L = letter   E = e-mail   S = SWIFT enquiry to the remitter
      * P = telephone   N = public notice
           06 TFSUNCNT-CNTPARTY     PIC X(35).
      * who was contacted
           06 TFSUNCNT-OUTCOME      PIC X(30).
      * result as recorded by the officer
           06 TFSUNCNT-USERID       PIC X(10).
           06 TFSUNCNT-FILLER       PIC X(23).
      * reserved

      * TFSRMNTF.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RMNT01 - RISKOPS - 15/10/2026 - New file. Relationship-manager
      * notifications for large inward credits to key clients
      * (TFSKEYCLI) - one row per item and event, written by
      * TRFGRMNT and picked up by the RM notification channel, which
      * marks the row delivered. The key makes each event once only,
      * however often the item is re-released or swept.
      *------------------------------------------------------------------
           05 TFSRMNTF-RECORD           PIC X(250).
      * I-O FORMAT:TFSRMNTFR FROM FILE TFSRMNTF OF LIBRARY COMDB
      * RM notifications - keyed PARALNO/SEQNUM/EVTTYP/EVTSTS.
           05 TFSRMNTFR                 REDEFINES TFSRMNTF-RECORD.
           06 TFSRMNTF-PARALNO      PIC 9(08).
           06 TFSRMNTF-SEQNUM       PIC 9(02).
           06 TFSRMNTF-EVTTYP       PIC X(01).
      * R = received   P = posted   A = aged in repair or on hold
           06 TFSRMNTF-EVTSTS       PIC X(01).
      * item process indicator at the event (R repair, H hold,
      * Y posted, space in progress)
           06 TFSRMNTF-CIFNO        PIC X(19).
           06 TFSRMNTF-CLINAME      PIC X(35).
           06 TFSRMNTF-RMID         PIC X(10).
      * relationship manager to notify
           06 TFSRMNTF-ACCNO        PIC X(35).
      * beneficiary account line as carried on TAG59
           06 TFSRMNTF-CUYCD        PIC X(03).
           06 TFSRMNTF-AMT          PIC S9(15)V9(02) COMP-3.
           06 TFSRMNTF-LCAMT        PIC S9(15)V9(02) COMP-3.
      * local currency equivalent, zero when not known
           06 TFSRMNTF-REMITTER     PIC X(35).
      * ordering customer (TAG50 name line)
           06 TFSRMNTF-SENBNKID     PIC X(11).
      * sending bank
           06 TFSRMNTF-STATUS       PIC X(10).
      * RECEIVED / POSTED / IN REPAIR / ON HOLD
           06 TFSRMNTF-AGEMINS      PIC 9(05).
      * minutes in repair or on hold, aged events only
           06 TFSRMNTF-EVTDTE       PIC S9(08).
           06 TFSRMNTF-EVTTIM       PIC S9(06).
           06 TFSRMNTF-DLVSTS       PIC X(01).
      * space = waiting for the channel   D = delivered
           06 TFSRMNTF-DLVDTE       PIC S9(08).
           06 TFSRMNTF-FILLER       PIC X(34).
      * reserved

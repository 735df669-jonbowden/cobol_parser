      * TFSOCUTLG.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OCUT01 - RISKOPS - 15/10/2026 - New file. Outward cutoff log
      * - one row per outward instruction TRFGOUTD released close to
      * or past its correspondent's cutoff (TFSCORCUT), rolled to a
      * later value date, or held because of it. Read by GHOCUTRP
      * for the end-of-day list.
      *------------------------------------------------------------------
           05 TFSOCUTLG-RECORD          PIC X(100).
      * I-O FORMAT:TFSOCUTLGR FROM FILE TFSOCUTLG OF LIBRARY COMDB
      * Outward cutoff log - arrival sequence.
           05 TFSOCUTLGR                REDEFINES TFSOCUTLG-RECORD.
           06 TFSOCUTLG-OUTQNO      PIC 9(08).
           06 TFSOCUTLG-SEQNUM      PIC 9(02).
           06 TFSOCUTLG-BNKENTITY   PIC X(02).
           06 TFSOCUTLG-PROCUNIT    PIC X(03).
           06 TFSOCUTLG-CAPUSER     PIC X(10).
           06 TFSOCUTLG-RCBNKID     PIC X(11).
           06 TFSOCUTLG-CUYCD       PIC X(03).
           06 TFSOCUTLG-AMT         PIC S9(15)V9(02) COMP-3.
           06 TFSOCUTLG-ORGVALDTE   PIC S9(08).
      * value date as captured
           06 TFSOCUTLG-NEWVALDTE   PIC S9(08).
      * value date sent - differs from ORGVALDTE when rolled
           06 TFSOCUTLG-RLSDTE      PIC S9(08).
           06 TFSOCUTLG-RLSTIME     PIC S9(06).
           06 TFSOCUTLG-CUTDTE      PIC S9(08).
           06 TFSOCUTLG-CUTTIME     PIC 9(04).
      * the correspondent's cutoff for ORGVALDTE in our local time
           06 TFSOCUTLG-MARGIN      PIC S9(05).
      * minutes from release to cutoff - negative = past it
           06 TFSOCUTLG-ACTION      PIC X(01).
      * C = sent close to the cutoff
      * R = value date rolled and sent
      * H = held for a supervisor decision
      * S = sent past the cutoff on a supervisor's release
           06 TFSOCUTLG-FILLER      PIC X(04).
      * reserved

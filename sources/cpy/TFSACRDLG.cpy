      * TFSACRDLG.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ARDR01 - RISKOPS - 15/10/2026 - New file. Audit flag for a
      * redirected credit - one row per inward item TRFVTC1 moved off
      * an old account number onto its TFSACCRDR replacement, with the
      * remitter that quoted the old number. Written by TRFVARDR; read
      * by the monthly GHRDRRPT remitter report.
      *------------------------------------------------------------------
           05 TFSACRDLG-RECORD          PIC X(120).
      * I-O FORMAT:TFSACRDLGR FROM FILE TFSACRDLG OF LIBRARY COMDB
      * Redirected credits - keyed PARALNO/SEQNUM.
           05 TFSACRDLGR                REDEFINES TFSACRDLG-RECORD.
           06 TFSACRDLG-PARALNO     PIC 9(08).
           06 TFSACRDLG-SEQNUM      PIC 9(02).
      * the TFSSTPL item
           06 TFSACRDLG-OLDACC      PIC X(15).
      * account number quoted by the remitter
           06 TFSACRDLG-NEWACC      PIC X(15).
      * account credited
           06 TFSACRDLG-RSNCD       PIC X(01).
      * redirect reason code as on TFSACCRDR
           06 TFSACRDLG-SENBNKID    PIC X(11).
      * sending bank of the item
           06 TFSACRDLG-ORDNAME     PIC X(35).
      * ordering customer (TAG50 name line)
           06 TFSACRDLG-CUYCD       PIC X(03).
           06 TFSACRDLG-RDRDTE      PIC S9(08).
           06 TFSACRDLG-RDRTIME     PIC S9(06).
      * when the credit was redirected
           06 TFSACRDLG-FILLER      PIC X(16).
      * reserved

      * TFSDDREJ.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * MT204X - RISKOPS - 15/10/2026 - New file. MT204 debit rejection
      * log - one row per MT299 rejection sent back to a claiming
      * counterparty for a debit leg that could not be honoured,
      * carrying the reason and the outgoing message number, so ops
      * and the counterparty's own chaser can be answered from one
      * place. Written by TRFGDDRJ.
      *------------------------------------------------------------------
           05 TFSDDREJ-RECORD           PIC X(200).
      * I-O FORMAT:TFSDDREJR FROM FILE TFSDDREJ OF LIBRARY COMDB
      * Rejection log - keyed PARALNO/SEQNUM.
           05 TFSDDREJR                 REDEFINES TFSDDREJ-RECORD.
           06 TFSDDREJ-PARALNO      PIC 9(08).
           06 TFSDDREJ-SEQNUM       PIC 9(02).
      * the rejected debit leg
           06 TFSDDREJ-RCVBIC       PIC X(11).
      * counterparty the rejection went to (the MT204 sender)
           06 TFSDDREJ-DRBIC        PIC X(11).
      * debit institution named in field 53a
           06 TFSDDREJ-PRNTREF      PIC X(16).
      * field 20 of the MT204 - quoted as field 21 of the reply
           06 TFSDDREJ-CUYCD        PIC X(03).
           06 TFSDDREJ-AMT          PIC S9(15)V9(2) COMP-3.
      * the debit that was claimed
           06 TFSDDREJ-RSNCDE       PIC X(07).
           06 TFSDDREJ-RSNTXT       PIC X(30).
      * why the debit could not be honoured
           06 TFSDDREJ-MSGTYPE      PIC 9(03).
      * reply message type (299)
           06 TFSDDREJ-MSGNO        PIC S9(05).
      * outgoing message number (TFSCLSYS-MSGNOREM)
           06 TFSDDREJ-NARR         PIC X(65).
      * field 79 narrative as sent
           06 TFSDDREJ-SNDDTE       PIC S9(08).
           06 TFSDDREJ-SNDTIME      PIC S9(06).
           06 TFSDDREJ-FILLER       PIC X(16).
      * reserved

      * TFSAUDCHN.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ACHN01 - RISKOPS - 15/10/2026 - New file. Head of the tamper-
      * evident check-value chain of each audit file (TFSSTHST,
      * TFSMNTAUD, TFSAPLPAH, TFSPARDNY, TFSFNAUDT): the last chain
      * sequence handed out and its check value. Advanced only by
      * TRFXCHN as each audit row is written; GHAUDVFY walks each
      * file against it and records the last clean verification.
      *------------------------------------------------------------------
           05 TFSAUDCHN-RECORD          PIC X(100).
      * I-O FORMAT:TFSAUDCHNR FROM FILE TFSAUDCHN OF LIBRARY COMDB
      * Audit chain head - keyed FILEID.
           05 TFSAUDCHNR                REDEFINES TFSAUDCHN-RECORD.
           06 TFSAUDCHN-FILEID      PIC X(10).
      * audit file name
           06 TFSAUDCHN-LASTSEQ     PIC 9(10).
      * chain sequence of the newest row
           06 TFSAUDCHN-LASTCHK     PIC 9(18).
      * check value of the newest row
           06 TFSAUDCHN-LSTDTE      PIC S9(08).
           06 TFSAUDCHN-LSTTIME     PIC S9(06).
           06 TFSAUDCHN-VFYDTE      PIC S9(08).
      * last GHAUDVFY run that found the chain intact
           06 TFSAUDCHN-VFYSEQ      PIC 9(10).
           06 TFSAUDCHN-VFYCHK      PIC 9(18).
      * chain sequence / check value proven at that run
           06 TFSAUDCHN-FILLER      PIC X(12).
      * reserved

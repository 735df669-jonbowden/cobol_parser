      * TFSH2HACK.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * H2H001 - RISKOPS - 15/10/2026 - New file. Acknowledgement and
      * rejection file returned to the corporate for each host-to-host
      * bulk file (TFSH2HIN), written by GHH2HIN: a header (H) saying
      * whether the file was accepted, one line (D) per payment line
      * with its outcome, and a trailer (T) with the counts.
      * Reason codes:
      *   H2H0001 line number not numeric or not ascending
      *   H2H0002 beneficiary bank BIC missing
      *   H2H0003 currency missing
      *   H2H0004 amount not numeric or zero
      *   H2H0005 value date not numeric or in the past
      *   H2H0006 beneficiary account or name missing
      *   H2H0007 charge option not BEN / SHA / OUR
      *   H2H0010 header missing or not the first record
      *   H2H0011 trailer missing or not the last record
      *   H2H0012 trailer line count does not agree
      *   H2H0013 trailer amount total does not agree
      *   H2H0014 corporate not registered or suspended
      *   H2H0015 file reference already taken in
      *   H2H0016 file reference missing
      *   H2H0017 unknown record type
      *   SUP0026 / COM0206 - returned by the capture itself
      *------------------------------------------------------------------
           05 TFSH2HACK-RECORD          PIC X(200).
      * I-O FORMAT:TFSH2HACKR FROM FILE TFSH2HACK OF LIBRARY COMDB
      * Host-to-host acknowledgement - arrival sequence.
           05 TFSH2HACKR                REDEFINES TFSH2HACK-RECORD.
           06 TFSH2HACK-RECTYP      PIC X(01).
      * H = file outcome   D = line outcome   T = counts
           06 TFSH2HACK-CORPID      PIC X(12).
           06 TFSH2HACK-FILEREF     PIC X(20).
           06 TFSH2HACK-LINENO      PIC 9(06).
      * payment line number (D), zero otherwise
           06 TFSH2HACK-STATUS      PIC X(01).
      * A = accepted / captured   R = rejected
           06 TFSH2HACK-OUTQNO      PIC 9(08).
      * queue number the line was captured under (D, A)
           06 TFSH2HACK-RSNCD       PIC X(07).
           06 TFSH2HACK-RSNTXT      PIC X(50).
      * why the file or line was rejected
           06 TFSH2HACK-CUSTREF     PIC X(16).
      * corporate's line reference echoed back (D)
           06 TFSH2HACK-AMT         PIC 9(15)V9(02).
      * line amount (D), trailer control total (H, T)
           06 TFSH2HACK-COUNTS.
           08 TFSH2HACK-RECCNT   PIC 9(06).
           08 TFSH2HACK-ACCCNT   PIC 9(06).
           08 TFSH2HACK-REJCNT   PIC 9(06).
      * lines received / captured / rejected (T)
           06 TFSH2HACK-FILLER      PIC X(44).
      * reserved

      * TFSH2HLOG.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * H2H001 - RISKOPS - 15/10/2026 - New file. One row per
      * host-to-host bulk file taken in by GHH2HIN, keyed by the
      * corporate and its own file reference. An accepted file's
      * reference can never be taken in again; a file rejected whole
      * may be corrected and resent under the same reference.
      *------------------------------------------------------------------
           05 TFSH2HLOG-RECORD          PIC X(100).
      * I-O FORMAT:TFSH2HLOGR FROM FILE TFSH2HLOG OF LIBRARY COMDB
      * Host-to-host file log - keyed CORPID/FILEREF.
           05 TFSH2HLOGR                REDEFINES TFSH2HLOG-RECORD.
           06 TFSH2HLOG-CORPID      PIC X(12).
           06 TFSH2HLOG-FILEREF     PIC X(20).
           06 TFSH2HLOG-RCVDTE      PIC S9(08).
      * date the file was taken in
           06 TFSH2HLOG-RCVTIME     PIC S9(06).
      * time the file was taken in
           06 TFSH2HLOG-FILSTAT     PIC X(01).
      * A = accepted (lines captured or rejected individually)
      * R = rejected whole - nothing captured
           06 TFSH2HLOG-RSNCD       PIC X(07).
      * why the file was rejected whole (H2H00nn), else spaces
           06 TFSH2HLOG-RECCNT      PIC 9(06).
      * payment lines in the file
           06 TFSH2HLOG-ACCCNT      PIC 9(06).
      * lines captured onto TFSOUTQ
           06 TFSH2HLOG-REJCNT      PIC 9(06).
      * lines rejected back to the corporate
           06 TFSH2HLOG-TOTAMT      PIC S9(15)V9(02) COMP-3.
      * trailer amount control total
           06 TFSH2HLOG-FRSTOUTQ    PIC 9(08).
           06 TFSH2HLOG-LASTOUTQ    PIC 9(08).
      * first and last TFSOUTQ queue numbers captured from the file
           06 TFSH2HLOG-FILLER      PIC X(03).
      * reserved

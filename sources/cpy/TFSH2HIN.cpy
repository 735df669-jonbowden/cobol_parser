      * TFSH2HIN.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * H2H001 - RISKOPS - 15/10/2026 - New file. Host-to-host
      * corporate bulk payment file as received from a corporate that
      * is not on SWIFT (payroll, vendor payments). Fixed layout, one
      * header (H), any number of payment lines (D) and one trailer
      * (T) carrying the line count and amount control total. Read by
      * GHH2HIN, which captures each valid line onto TFSOUTQ through
      * TRFGOUTC against the corporate's registered debit account
      * (TFSH2HCRP) and answers with TFSH2HACK.
      *------------------------------------------------------------------
           05 TFSH2HIN-RECORD           PIC X(400).
      * I-O FORMAT:TFSH2HINR FROM FILE TFSH2HIN OF LIBRARY COMDB
      * Host-to-host bulk payment file - arrival sequence.
           05 TFSH2HINR                 REDEFINES TFSH2HIN-RECORD.
           06 TFSH2HIN-RECTYP       PIC X(01).
      * H = header   D = payment line   T = trailer
           06 TFSH2HIN-BODY         PIC X(399).
      * header view
           05 TFSH2HINH                 REDEFINES TFSH2HIN-RECORD.
           06 FILLER                PIC X(01).
           06 TFSH2HIN-CORPID       PIC X(12).
      * corporate id as registered on TFSH2HCRP
           06 TFSH2HIN-FILEREF      PIC X(20).
      * corporate's own file reference - unique per corporate
           06 TFSH2HIN-CREDTE       PIC X(08).
      * date the corporate created the file (CCYYMMDD)
           06 TFSH2HIN-CRETIME      PIC X(06).
      * time the corporate created the file (HHMMSS)
           06 FILLER                PIC X(353).
      * payment line view
           05 TFSH2HIND                 REDEFINES TFSH2HIN-RECORD.
           06 FILLER                PIC X(01).
           06 TFSH2HIN-LINENO       PIC 9(06).
      * line number, ascending within the file
           06 TFSH2HIN-RCBNKID      PIC X(11).
      * beneficiary's bank BIC
           06 TFSH2HIN-TAG57BIC     PIC X(11).
      * account-with institution BIC, spaces = none
           06 TFSH2HIN-CUYCD        PIC X(03).
      * currency of the payment
           06 TFSH2HIN-AMT          PIC 9(15)V9(02).
      * amount, zero-filled, two implied decimals
           06 TFSH2HIN-VALDTE       PIC 9(08).
      * value date (CCYYMMDD)
           06 TFSH2HIN-BENACC       PIC X(35).
           06 TFSH2HIN-BENNM        PIC X(35).
           06 TFSH2HIN-BENAD1       PIC X(35).
           06 TFSH2HIN-BENAD2       PIC X(35).
      * beneficiary account, name and address
           06 TFSH2HIN-RMTINF.
           08 TFSH2HIN-RMT-V1    PIC X(35).
           08 TFSH2HIN-RMT-V2    PIC X(35).
           08 TFSH2HIN-RMT-V3    PIC X(35).
           08 TFSH2HIN-RMT-V4    PIC X(35).
      * remittance information (tag 70)
           06 TFSH2HIN-CHGOPT       PIC X(03).
      * BEN / SHA / OUR
           06 TFSH2HIN-CUSTREF      PIC X(16).
      * corporate's own reference for the line
           06 FILLER                PIC X(44).
      * trailer view
           05 TFSH2HINT                 REDEFINES TFSH2HIN-RECORD.
           06 FILLER                PIC X(01).
           06 TFSH2HIN-RECCNT       PIC 9(06).
      * number of payment lines in the file
           06 TFSH2HIN-TOTAMT       PIC 9(15)V9(02).
      * sum of the payment line amounts
           06 FILLER                PIC X(376).

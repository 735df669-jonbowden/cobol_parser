      * TFSRPTEXT.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RPTX01 - RISKOPS - 15/10/2026 - New file. Machine-readable
      * extract of the printed management reports, written through
      * TRFXRPTX: per report run a header row of column headings, one
      * delimited data row per report detail line, and a trailer row
      * with the run date, the data row count and the report's
      * control totals. Columns are separated by "|". Rows are
      * appended and trimmed by GHHSKP through the TFSRETEN row for
      * TFSRPTEXT (date column RUNDTE), set to the report retention.
      *------------------------------------------------------------------
           05 TFSRPTEXT-RECORD          PIC X(860).
      * I-O FORMAT:TFSRPTEXTR FROM FILE TFSRPTEXT OF LIBRARY COMDB
      * Report extract row - arrival sequence.
           05 TFSRPTEXTR                REDEFINES TFSRPTEXT-RECORD.
           06 TFSRPTEXT-REPORTID    PIC X(10).
      * extract name - the producing report program, or the report
      * program's second extract (GHCORFBK)
           06 TFSRPTEXT-RUNDTE      PIC S9(08).
           06 TFSRPTEXT-RUNTIME     PIC S9(06).
      * run identity - the same on every row of one run
           06 TFSRPTEXT-ROWSEQ      PIC 9(07).
      * row number within the run, header = 1
           06 TFSRPTEXT-ROWTYPE     PIC X(01).
      * H = column headings   D = data row   T = trailer
           06 TFSRPTEXT-ROWDATA     PIC X(820).
      * the delimited row
           06 TFSRPTEXT-FILLER      PIC X(08).
      * reserved

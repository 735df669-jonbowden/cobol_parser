      * TFSVOLFC.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * VOLF01 - RISKOPS - 15/10/2026 - New file. Daily item volume
      * forecast written by the monthly GHVOLFC run: one row per
      * forecast date / message type / currency with the expected
      * items, the expected repairs at the current STP rate and the
      * expected items in each hour of the day. Once the date has
      * passed, the next GHVOLFC run records the actual item count
      * against the row, so forecast-versus-actual builds up here.
      *------------------------------------------------------------------
           05 TFSVOLFC-RECORD           PIC X(200).
      * I-O FORMAT:TFSVOLFCR FROM FILE TFSVOLFC OF LIBRARY COMDB
      * Volume forecast - keyed FCDTE/SWFTMGTY/CUYCD.
           05 TFSVOLFCR                 REDEFINES TFSVOLFC-RECORD.
           06 TFSVOLFC-FCDTE        PIC S9(08).
      * forecast date (CCYYMMDD)
           06 TFSVOLFC-SWFTMGTY     PIC 9(03).
           06 TFSVOLFC-CUYCD        PIC X(03).
           06 TFSVOLFC-DAYTYPE      PIC X(01).
      * N = normal business day      M = month-end
      * Q = quarter-end              P = next to a currency holiday
      * X = closed (weekend or holiday of the currency)
           06 TFSVOLFC-FCITEMS      PIC 9(07).
      * expected items arriving on the date
           06 TFSVOLFC-FCRPR        PIC 9(07).
      * expected items falling to repair, at the message type's STP
      * rate over the last full month (TFSSTPKPI)
           06 TFSVOLFC-FCHOUR       PIC 9(05) OCCURS 24 TIMES.
      * expected items arriving in each hour 00-23
           06 TFSVOLFC-RUNDTE       PIC S9(08).
      * date the forecast was made
           06 TFSVOLFC-ACTSTAT      PIC X(01).
      * space = actual not yet recorded   A = actual recorded
           06 TFSVOLFC-ACTITEMS     PIC 9(07).
      * items that actually arrived (TFSSTPLH and TFSSTPL)
           06 TFSVOLFC-ACTDTE       PIC S9(08).
      * date the actual was recorded
           06 TFSVOLFC-FILLER       PIC X(27).
      * reserved

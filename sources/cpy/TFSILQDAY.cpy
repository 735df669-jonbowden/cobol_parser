      * TFSILQDAY.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ILQR01 - RISKOPS - 15/10/2026 - New file. Intraday liquidity
      * daily summary - one row per report date and currency, written
      * by GHILQRPT from the hourly inflow / outflow profile. The
      * month-to-date roll-up of peak and average usage is read back
      * from these rows.
      *-----------------------------------------------------------------
           05 TFSILQDAY-RECORD          PIC X(128).
      * I-O FORMAT:TFSILQDAYR FROM FILE TFSILQDAY OF LIBRARY COMDB
      * Intraday liquidity daily summary - keyed RPTDTE/CUYCD.
           05 TFSILQDAYR                REDEFINES TFSILQDAY-RECORD.
           06 TFSILQDAY-RPTDTE      PIC S9(08).
           06 TFSILQDAY-CUYCD       PIC X(03).
           06 TFSILQDAY-GRSIN       PIC S9(15)V9(02).
      * gross inflows - inward items processed on the day
           06 TFSILQDAY-GRSOUT      PIC S9(15)V9(02).
      * gross outflows - outward items sent and RTGS legs paid
           06 TFSILQDAY-PEAKUSE     PIC S9(15)V9(02).
      * largest net cumulative outflow over the day (zero if the
      * cumulative position never went negative)
           06 TFSILQDAY-PEAKHR      PIC 9(02).
      * hour (00-23) at whose close the peak was reached
           06 TFSILQDAY-CUTOFFTM    PIC S9(04).
      * currency settlement cutoff used for the obligations (HHMM)
           06 TFSILQDAY-TSOCNT      PIC 9(05).
      * time-specific obligations - items valued on the day
           06 TFSILQDAY-TSOMET      PIC 9(05).
      * paid by the cutoff
           06 TFSILQDAY-TSOLATE     PIC 9(05).
      * paid after the cutoff
           06 TFSILQDAY-TSOOPEN     PIC 9(05).
      * not paid by the close of the report
           06 TFSILQDAY-ITMIN       PIC 9(07).
           06 TFSILQDAY-ITMOUT      PIC 9(07).
      * item counts behind the gross figures
           06 TFSILQDAY-FILLER      PIC X(26).
      * reserved

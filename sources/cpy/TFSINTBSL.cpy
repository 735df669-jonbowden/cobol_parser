      * TFSINTBSL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * INTV01 - RISKOPS - 15/10/2026 - New file. Intake baseline per
      * sending correspondent (UFIMIJ-SENBNKID) by weekday and hour,
      * rebuilt nightly by GHINTMON from the last INTVWEEK weeks of
      * the UFIMIJ journal. The intraday GHINTMON monitor divides
      * the totals by WEEKS for the usual hourly count and value and
      * by GAPCNT for the usual gap between messages.
      *------------------------------------------------------------------
           05 TFSINTBSL-RECORD          PIC X(100).
      * I-O FORMAT:TFSINTBSLR FROM FILE TFSINTBSL OF LIBRARY COMDB
      * Intake baseline - keyed SENBNKID/WEEKDAY/HOUR.
           05 TFSINTBSLR                REDEFINES TFSINTBSL-RECORD.
           06 TFSINTBSL-SENBNKID    PIC X(11).
           06 TFSINTBSL-WEEKDAY     PIC 9(01).
      * 1 = Monday ... 6 = Saturday, 0 = Sunday
           06 TFSINTBSL-HOUR        PIC 9(02).
      * hour of arrival (UFIMIJ-INTTIM), 00-23
           06 TFSINTBSL-WEEKS       PIC 9(02).
      * weeks of journal the totals cover
           06 TFSINTBSL-MSGCNT      PIC 9(07).
      * messages received in this weekday/hour over the weeks
           06 TFSINTBSL-VALTOT      PIC S9(15)V9(02).
      * their amounts (UFIMIJ-AMT) added as received
           06 TFSINTBSL-GAPCNT      PIC 9(07).
           06 TFSINTBSL-GAPTOT      PIC 9(09).
      * gaps in minutes from the sender's previous message of the
      * same day to each message arriving in this hour - count/total
           06 TFSINTBSL-MAXGAP      PIC 9(05).
      * longest such gap seen, minutes
           06 TFSINTBSL-BLDDTE      PIC S9(08).
      * date the baseline was built
           06 TFSINTBSL-FILLER      PIC X(31).
      * reserved

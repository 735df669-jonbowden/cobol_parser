      * TFSCORCUT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OCUT01 - RISKOPS - 15/10/2026 - New file. Correspondent
      * cutoff table - the latest time, in the correspondent's own
      * time zone, at which it accepts a payment in the currency for
      * same-day value. TRFGOUTD checks every outward instruction
      * against it before the message is built and either rolls the
      * value date (branch told) or holds the instruction for a
      * supervisor. A row with a blank BANKID is the default for the
      * currency. Only maintained through the TRFGMNT maker-checker.
      *------------------------------------------------------------------
           05 TFSCORCUT-RECORD          PIC X(60).
      * I-O FORMAT:TFSCORCUTR FROM FILE TFSCORCUT OF LIBRARY COMDB
      * Correspondent cutoff table - keyed BANKID/CUYCD.
           05 TFSCORCUTR                REDEFINES TFSCORCUT-RECORD.
           06 TFSCORCUT-BANKID      PIC X(11).
      * correspondent BIC - blank = every correspondent in CUYCD
           06 TFSCORCUT-CUYCD       PIC X(03).
           06 TFSCORCUT-CUTTIME     PIC 9(04).
      * cutoff HHMM in the correspondent's local time
           06 TFSCORCUT-UTCOFS      PIC S9(04).
      * correspondent's offset from UTC, signed HHMM (+0100, -0500)
           06 TFSCORCUT-WARNMINS    PIC 9(03).
      * minutes before the cutoff from which a release counts as
      * close to it on the end-of-day list
           06 TFSCORCUT-ACTION      PIC X(01).
      * R = roll the value date to the next good day
      * H = hold for a supervisor decision
      * space = the installation default (parameter OCUTACT)
           06 TFSCORCUT-ACTVIND     PIC X(01).
      * Y = row in force
           06 TFSCORCUT-APPRUSER    PIC X(10).
      * officer who approved the row (checker)
           06 TFSCORCUT-ADDDTE      PIC S9(08).
      * date the row went live
           06 TFSCORCUT-FILLER      PIC X(15).
      * reserved

      * TFSBCNTQ.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * T23E01 - RISKOPS - 15/10/2026 - New file. Beneficiary-contact
      * queue: inward MT103 items whose field 23E asks us to hold the
      * funds for the beneficiary (HOLD) or to contact the
      * beneficiary by telephone or telecom first (PHOB/TELB). The
      * validation driver parks the item (PRCIND "H") and opens a
      * row here instead of crediting it straight through; TRFGBCNT
      * closes the row once the officer has made (or failed to
      * make) contact and returns the item to the queue.
      *------------------------------------------------------------------
           05 TFSBCNTQ-RECORD           PIC X(250).
      * I-O FORMAT:TFSBCNTQR FROM FILE TFSBCNTQ OF LIBRARY COMDB
      * Beneficiary contact - keyed PARALNO/SEQNUM.
           05 TFSBCNTQR                 REDEFINES TFSBCNTQ-RECORD.
           06 TFSBCNTQ-PARALNO      PIC 9(08).
           06 TFSBCNTQ-SEQNUM       PIC 9(02).
           06 TFSBCNTQ-T23ECODE     PIC X(04).
      * the 23E code that diverted the item - HOLD/PHOB/TELB
           06 TFSBCNTQ-CNTINFO      PIC X(30).
      * the 23E additional information (number to call, etc.)
           06 TFSBCNTQ-SENBNKID     PIC X(11).
           06 TFSBCNTQ-CUYCD        PIC X(03).
           06 TFSBCNTQ-AMT          PIC S9(15)V9(2) COMP-3.
           06 TFSBCNTQ-BENACCT      PIC X(35).
           06 TFSBCNTQ-BENNAME      PIC X(35).
      * beneficiary (field 59) account and first name line
           06 TFSBCNTQ-STATUS       PIC X(01).
      * O = open, awaiting contact
      * C = contact made - item released to the queue for STP
      * F = contact failed - item released to the queue for repair
           06 TFSBCNTQ-OPNDTE       PIC S9(08).
           06 TFSBCNTQ-OPNTIME      PIC S9(06).
           06 TFSBCNTQ-USERID       PIC X(10).
      * officer who recorded the outcome
           06 TFSBCNTQ-ACTDTE       PIC S9(08).
           06 TFSBCNTQ-ACTTIME      PIC S9(06).
           06 TFSBCNTQ-NOTE         PIC X(50).
      * officer's note of the contact (who was spoken to, when)
           06 TFSBCNTQ-FILLER       PIC X(24).
      * reserved

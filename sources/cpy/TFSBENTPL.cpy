      * TFSBENTPL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BTPL01 - RISKOPS - 15/10/2026 - New file. Beneficiary template
      * register - the beneficiaries a debit customer pays regularly,
      * so outward capture (TRFGOUTC) can pull the details instead of
      * having them keyed afresh. Rows are only created, changed or
      * removed through the TRFGBTPL dual control. A new or changed
      * template is in cooling-off until COOLDTE: an instruction
      * captured from it before then is held by the TRFGOUTD payment
      * controls for a second officer.
      *------------------------------------------------------------------
           05 TFSBENTPL-RECORD          PIC X(300).
      * I-O FORMAT:TFSBENTPLR FROM FILE TFSBENTPL OF LIBRARY COMDB
      * Beneficiary template - keyed DRACCNO/TPLID.
           05 TFSBENTPLR                REDEFINES TFSBENTPL-RECORD.
           06 TFSBENTPL-DRACCNO     PIC X(15).
      * debit customer account that owns the template
           06 TFSBENTPL-TPLID       PIC X(10).
      * template id - chosen by the customer/branch
           06 TFSBENTPL-TPLNM       PIC X(35).
      * short description shown at capture
           06 TFSBENTPL-STATUS      PIC X(01).
      * A = active (approved)
           06 TFSBENTPL-RCBNKID     PIC X(11).
      * receiving bank BIC
           06 TFSBENTPL-TAG57BIC    PIC X(11).
      * account-with institution BIC
           06 TFSBENTPL-TAG57PID    PIC X(16).
      * 57 party identifier (national clearing code)
           06 TFSBENTPL-BENACC      PIC X(35).
           06 TFSBENTPL-BENNM       PIC X(35).
           06 TFSBENTPL-BENAD1      PIC X(35).
           06 TFSBENTPL-BENAD2      PIC X(35).
      * beneficiary account, name and address lines
           06 TFSBENTPL-COOLDTE     PIC S9(08).
      * first date outside cooling-off (CCYYMMDD)
           06 TFSBENTPL-CHGDTE      PIC S9(08).
      * date the current details were approved
           06 TFSBENTPL-MAKERID     PIC X(10).
      * user who keyed the current details
           06 TFSBENTPL-APPRUSER    PIC X(10).
      * officer who approved them (checker)
           06 TFSBENTPL-FRSTUSEDTE  PIC S9(08).
      * capture date of the first payment since the last approval,
      * zero = not used yet
           06 TFSBENTPL-FRSTOUTQ    PIC 9(08).
      * TFSOUTQ-OUTQNO of that first payment
           06 TFSBENTPL-FILLER      PIC X(09).
      * reserved

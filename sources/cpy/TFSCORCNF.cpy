      * TFSCORCNF.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CNF900 - RISKOPS - 15/10/2026 - New file. Correspondent MT900
      * debit / MT910 credit confirmations (which used to go straight
      * to a printer), one row per message taken in by TRFG900X and
      * matched intraday - MT900 to the outward TFSOUTQ item, MT910 to
      * the TFSEXPFND expected funds. Unmatched rows are the intraday
      * exceptions list. GHNRECON treats statement entries confirmed
      * here as pre-matched.
      *------------------------------------------------------------------
           05 TFSCORCNF-RECORD          PIC X(160).
      * I-O FORMAT:TFSCORCNFR FROM FILE TFSCORCNF OF LIBRARY COMDB
      * Correspondent confirmations - keyed CNFID.
           05 TFSCORCNFR                REDEFINES TFSCORCNF-RECORD.
           06 TFSCORCNF-CNFID       PIC 9(08).
           06 TFSCORCNF-PARALNO     PIC 9(08).
      * journal number of the inbound MT900/MT910 on UFIMIJ
           06 TFSCORCNF-MSGTYP      PIC 9(03).
      * 900 = our nostro debited   910 = our nostro credited
           06 TFSCORCNF-SENBNKID    PIC X(11).
      * correspondent that sent the confirmation
           06 TFSCORCNF-TRNREF      PIC X(16).
      * field 20 - the correspondent's own reference
           06 TFSCORCNF-RELREF      PIC X(16).
      * field 21 - the reference of the payment confirmed
           06 TFSCORCNF-ACCID       PIC X(35).
      * field 25 - our account with the correspondent
           06 TFSCORCNF-VALDTE      PIC S9(08).
           06 TFSCORCNF-CUYCD       PIC X(03).
           06 TFSCORCNF-AMT         PIC S9(13)V9(02).
      * field 32A value date, currency and amount
           06 TFSCORCNF-STATUS      PIC X(01).
      * M = matched   U = unmatched - on the exceptions list
           06 TFSCORCNF-MTCTYP      PIC X(01).
      * O = outward TFSOUTQ item   E = TFSEXPFND expected funds
           06 TFSCORCNF-MTCKEY      PIC 9(08).
      * OUTQNO or EXPID of the item matched, zero while unmatched
           06 TFSCORCNF-RCVDTE      PIC S9(08).
           06 TFSCORCNF-RCVTIME     PIC S9(06).
      * when the confirmation was taken in
           06 TFSCORCNF-STMTIND     PIC X(01).
      * Y = its MT950 statement entry was pre-matched by GHNRECON
           06 TFSCORCNF-FILLER      PIC X(12).
      * reserved

      * TFSTRDQUE.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * TRDS01 - RISKOPS - 15/10/2026 - New file. Trade-settlement
      * queue - one row per inward item whose reference matched an
      * open TFSTRDREF trade item. The item is parked (TFSSTPL
      * PRCIND "T") for the trade desk instead of being credited to
      * the customer. The row records the match and whether the
      * payment is full, partial or over the outstanding amount;
      * TRFGTRDQ records the trade desk's disposition.
      *------------------------------------------------------------------
           05 TFSTRDQUE-RECORD          PIC X(120).
      * I-O FORMAT:TFSTRDQUER FROM FILE TFSTRDQUE OF LIBRARY COMDB
      * Trade-settlement queue - keyed PARALNO/SEQNUM.
           05 TFSTRDQUER                REDEFINES TFSTRDQUE-RECORD.
           06 TFSTRDQUE-PARALNO     PIC 9(08).
           06 TFSTRDQUE-SEQNUM      PIC 9(02).
      * inward item (TFSSTPL key)
           06 TFSTRDQUE-TRDREF      PIC X(16).
      * trade reference matched
           06 TFSTRDQUE-SRCTAG      PIC X(02).
      * field the reference was quoted in - 21, 70 or 72
           06 TFSTRDQUE-TRDTYP      PIC X(01).
      * L = letter of credit   C = collection   B = bill
           06 TFSTRDQUE-CUYCD       PIC X(03).
           06 TFSTRDQUE-AMT         PIC S9(13)V9(02).
      * item currency and amount
           06 TFSTRDQUE-TRDCUY      PIC X(03).
           06 TFSTRDQUE-OSAMT       PIC S9(13)V9(02).
      * trade item currency and amount outstanding at the match
           06 TFSTRDQUE-PAYIND      PIC X(01).
      * F = full   P = partial payment   O = over-payment
      * C = currency differs from the trade item (not compared)
           06 TFSTRDQUE-QUEDTE      PIC S9(08).
           06 TFSTRDQUE-QUETIME     PIC S9(06).
           06 TFSTRDQUE-DISPSTAT    PIC X(01).
      * space = with the trade desk
      * S = settled by the trade desk against the reference
      * R = released - not a trade payment, back to the normal flow
           06 TFSTRDQUE-DISPUSRID   PIC X(10).
           06 TFSTRDQUE-DISPDTE     PIC S9(08).
           06 TFSTRDQUE-FILLER      PIC X(21).
      * reserved

      * TFSTRDREF.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * TRDS01 - RISKOPS - 15/10/2026 - New file. Outstanding trade
      * references - letters of credit, collections and bills still
      * awaiting settlement, loaded daily from the trade system feed
      * by GHTRDLD (only rows of our own trade system, TFSCLSYS-
      * TSYSIND). An inward payment quoting an open reference in
      * field 21, 70 or 72 is routed to the trade-settlement queue
      * (TFSTRDQUE) instead of the customer (TRFVTRAD). Never keyed
      * by hand.
      *------------------------------------------------------------------
           05 TFSTRDREF-RECORD          PIC X(100).
      * I-O FORMAT:TFSTRDREFR FROM FILE TFSTRDREF OF LIBRARY COMDB
      * Outstanding trade references - keyed TRDREF.
           05 TFSTRDREFR                REDEFINES TFSTRDREF-RECORD.
           06 TFSTRDREF-TRDREF      PIC X(16).
      * trade reference as the remitter quotes it, left justified
           06 TFSTRDREF-TSYSIND     PIC X(02).
      * trade system the reference belongs to (TFSCLSYS-TSYSIND)
           06 TFSTRDREF-TRDTYP      PIC X(01).
      * L = letter of credit   C = collection   B = bill
           06 TFSTRDREF-CIFNO       PIC X(19).
      * trade customer
           06 TFSTRDREF-CUYCD       PIC X(03).
           06 TFSTRDREF-OSAMT       PIC S9(13)V9(02).
      * amount still to be settled, in CUYCD
           06 TFSTRDREF-STATUS      PIC X(01).
      * O = open   S = settled   X = cancelled by the trade system
           06 TFSTRDREF-LOADDTE     PIC S9(08).
      * date of the trade feed that last touched the reference
           06 TFSTRDREF-FILLER      PIC X(35).
      * reserved

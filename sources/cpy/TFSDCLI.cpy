      * TFSDCLI.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * DCLR01 - RISKOPS - 15/10/2026 - New file. Domestic clearing
      * instructions - one per inward item whose onward leg goes to
      * another local bank, in the scheme TRFVDRTGS chose for it.
      * Written by TRFGDCLI when the item posts, sent to the
      * clearing interface by GHDCLEXT, and marked returned by
      * GHDCRTLD when the scheme returns the payment - the key is
      * the original inward item, so a return traces straight back
      * to it.
      *------------------------------------------------------------------
           05 TFSDCLI-RECORD            PIC X(300).
      * I-O FORMAT:TFSDCLIR FROM FILE TFSDCLI OF LIBRARY COMDB
      * Domestic clearing instructions - keyed PARALNO/SEQNUM.
           05 TFSDCLIR                  REDEFINES TFSDCLI-RECORD.
           06 TFSDCLI-PARALNO       PIC 9(08).
           06 TFSDCLI-SEQNUM        PIC 9(02).
      * the original inward item
           06 TFSDCLI-INSTREF       PIC X(16).
      * our reference on the clearing instruction - DC + PARALNO +
      * SEQNUM, quoted back by the scheme on a return
           06 TFSDCLI-SCHEME        PIC X(04).
      * FAST / GIRO / MEPS
           06 TFSDCLI-PMODE         PIC X(06).
      * modepay of the onward leg
           06 TFSDCLI-RULSEQ        PIC 9(03).
      * TFSDRTRUL rule that chose the scheme - zero = no rule fitted
           06 TFSDCLI-CUYCD         PIC X(03).
           06 TFSDCLI-AMT           PIC S9(13)V9(02).
           06 TFSDCLI-VALDTE        PIC S9(08).
           06 TFSDCLI-BENBNKID      PIC X(11).
      * beneficiary's bank
           06 TFSDCLI-BENACC        PIC X(35).
           06 TFSDCLI-BENNAME       PIC X(35).
           06 TFSDCLI-ORDNAME       PIC X(35).
      * ordering customer of the inward payment
           06 TFSDCLI-SENBNKID      PIC X(11).
      * sender of the inward payment
           06 TFSDCLI-CRTDTE        PIC S9(08).
           06 TFSDCLI-CRTTIME       PIC S9(06).
           06 TFSDCLI-STATUS        PIC X(01).
      * P = awaiting the clearing interface   S = sent
      * R = returned by the scheme
           06 TFSDCLI-SENTDTE       PIC S9(08).
           06 TFSDCLI-RTNRSN        PIC X(04).
      * scheme return reason
           06 TFSDCLI-RTNREF        PIC X(16).
      * scheme reference of the return
           06 TFSDCLI-RTNDTE        PIC S9(08).
           06 TFSDCLI-RTNAMT        PIC S9(13)V9(02).
           06 TFSDCLI-FILLER        PIC X(42).
      * reserved

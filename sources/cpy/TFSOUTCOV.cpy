      * TFSOUTCOV.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * COVR01 - RISKOPS - 15/10/2026 - New file. Outward MT202COV
      * cover messages. When TRFGOUTD sends an MT103 to a receiver we
      * hold no account with in the currency (no TFSBNKAC row), it
      * sends the funding MT202COV to our correspondent for the
      * currency (TFSNOSAGT order, resolved on TFSBNKAC) in the same
      * step - one row per cover, linked to the MT103 by the queue
      * number and by both message numbers. GHCOVRPT reports the
      * MT103s whose cover did not go.
      *------------------------------------------------------------------
      * ISOX01 - RISKOPS - 15/10/2026 - COVFMT carved from FILLER. A
      * correspondent that takes ISO 20022 gets the cover as a
      * pacs.009 COV on TFSOUTMX instead of an MT202COV.
      *------------------------------------------------------------------
           05 TFSOUTCOV-RECORD          PIC X(250).
      * I-O FORMAT:TFSOUTCOVR FROM FILE TFSOUTCOV OF LIBRARY COMDB
      * Outward cover messages - keyed OUTQNO/SEQNUM.
           05 TFSOUTCOVR                REDEFINES TFSOUTCOV-RECORD.
           06 TFSOUTCOV-OUTQNO      PIC 9(08).
           06 TFSOUTCOV-SEQNUM      PIC 9(02).
      * the TFSOUTQ instruction the MT103 was built from
           06 TFSOUTCOV-BNKENTITY   PIC X(02).
           06 TFSOUTCOV-COVMSGNO    PIC S9(05).
      * MT202COV outgoing message number (TFSCLSYS-MSGNOREM)
           06 TFSOUTCOV-M103MSGNO   PIC S9(05).
      * the linked MT103's message number - field 21 of the cover
           06 TFSOUTCOV-SNTDTE      PIC S9(08).
           06 TFSOUTCOV-SNTTIME     PIC S9(06).
           06 TFSOUTCOV-CORRBIC     PIC X(11).
      * receiver of the MT202COV - our correspondent in the currency
           06 TFSOUTCOV-CORRACC     PIC X(15).
      * our account with the correspondent (TFSBNKAC-BNKACNO)
           06 TFSOUTCOV-TAG58BIC    PIC X(11).
      * 58A beneficiary institution - the MT103 receiver
           06 TFSOUTCOV-CUYCD       PIC X(03).
           06 TFSOUTCOV-AMT         PIC S9(15)V9(02) COMP-3.
           06 TFSOUTCOV-VALDTE      PIC S9(08).
      * 32A of the cover - same as the MT103
           06 TFSOUTCOV-SEQB-ORDACC PIC X(15).
      * sequence B 50 - ordering customer account (the debit
      * account, or the GL number on a GL debit)
           06 TFSOUTCOV-SEQB-57BIC  PIC X(11).
      * sequence B 57A - beneficiary's bank, when not the receiver
           06 TFSOUTCOV-SEQB-BENACC PIC X(35).
           06 TFSOUTCOV-SEQB-BENNM  PIC X(35).
      * sequence B 59 - beneficiary customer
           06 TFSOUTCOV-SEQB-RMTINF PIC X(35).
      * sequence B 70 - first remittance line
           06 TFSOUTCOV-COVSTAT     PIC X(01).
      * S = sent
           06 TFSOUTCOV-COVFMT      PIC X(01).
      * space = MT202COV, X = pacs.009 COV (TFSOUTMX sequence 2)
           06 TFSOUTCOV-FILLER      PIC X(24).
      * reserved

      * TFSLEICAP.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * LEI001 - RISKOPS - 15/10/2026 - New file. Legal Entity
      * Identifiers captured from the agent blocks of inward ISO 20022
      * traffic (TRFGP008 pacs.008, TRFGP009 pacs.009), one row per
      * bank, written by TRFXLEIC. Holds the LEI last received for
      * the bank and how it compared with the LEI we hold on TFSBANK,
      * for the GHLEIRPT monthly LEI exceptions report.
      *-----------------------------------------------------------------
           05 TFSLEICAP-RECORD          PIC X(120).
      * I-O FORMAT:TFSLEICAPR FROM FILE TFSLEICAP OF LIBRARY COMDB
      * Captured LEIs - keyed BANKID.
           05 TFSLEICAPR                REDEFINES TFSLEICAP-RECORD.
           06 TFSLEICAP-BANKID      PIC X(11).
      * TFSBANK bank id the agent BIC resolved to (the BIC as
      * received when the bank is not on TFSBANK)
           06 TFSLEICAP-LEIRCVD     PIC X(20).
      * LEI last received for the bank
           06 TFSLEICAP-STATUS      PIC X(01).
      * M = matches the LEI held on TFSBANK
      * X = differs from the LEI held on TFSBANK
      * N = no LEI held on TFSBANK to compare with
      * I = received LEI fails the ISO 17442 checks
      * U = agent BIC not on TFSBANK
           06 TFSLEICAP-HELDLEI     PIC X(20).
      * LEI held on TFSBANK when the comparison was made
           06 TFSLEICAP-FSTDTE      PIC S9(08).
      * first date this LEI was received for the bank
           06 TFSLEICAP-LSTDTE      PIC S9(08).
      * last date this LEI was received for the bank
           06 TFSLEICAP-PARALNO     PIC 9(08).
           06 TFSLEICAP-SEQNUM      PIC 9(02).
      * queue item of the last message that carried it
           06 TFSLEICAP-SRCMSG      PIC X(04).
      * P008 = pacs.008   P009 = pacs.009
           06 TFSLEICAP-MISCNT      PIC S9(05).
      * messages received with a mismatching LEI since the row was
      * last seen matching
           06 TFSLEICAP-FILLER      PIC X(33).
      * reserved

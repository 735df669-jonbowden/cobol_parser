      * TFSOUTQX.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ISOX01 - RISKOPS - 15/10/2026 - New file. Full-length party
      * and remittance data of an outward instruction, captured by
      * TRFGOUTC alongside the TFSOUTQ row when the front end has it.
      * TFSOUTQ holds these fields cut to the 35-character MT line;
      * here they are kept whole so an ISO 20022 receiver (pacs.008/
      * pacs.009 on TFSOUTMX) gets them untruncated and structured.
      * No row = nothing beyond what TFSOUTQ holds.
      *------------------------------------------------------------------
           05 TFSOUTQX-RECORD           PIC X(640).
      * I-O FORMAT:TFSOUTQXR FROM FILE TFSOUTQX OF LIBRARY COMDB
      * Outward instruction extension - keyed OUTQNO/SEQNUM.
           05 TFSOUTQXR                 REDEFINES TFSOUTQX-RECORD.
           06 TFSOUTQX-OUTQNO       PIC 9(08).
           06 TFSOUTQX-SEQNUM       PIC 9(02).
           06 TFSOUTQX-DBTRNM       PIC X(140).
      * ordering customer (debtor) name
           06 TFSOUTQX-CDTRNM       PIC X(140).
      * beneficiary (creditor) name - TFSOUTQ-BENNM is its first 35
           06 TFSOUTQX-CDTRSTRT     PIC X(70).
           06 TFSOUTQX-CDTRBLDG     PIC X(16).
           06 TFSOUTQX-CDTRPSTCD    PIC X(16).
           06 TFSOUTQX-CDTRTWN      PIC X(35).
           06 TFSOUTQX-CDTRCTRY     PIC X(02).
      * beneficiary structured postal address - street, building
      * number, post code, town, ISO country. Blank town = use the
      * TFSOUTQ-BENAD1/BENAD2 address lines
           06 TFSOUTQX-RMTUSTRD     PIC X(140).
      * unstructured remittance information - TFSOUTQ-TAG70 is the
      * same text cut into four 35-character lines
           06 TFSOUTQX-E2EID        PIC X(35).
      * customer's end-to-end reference
           06 TFSOUTQX-PURPCD       PIC X(04).
      * ISO purpose code
           06 TFSOUTQX-FILLER       PIC X(32).
      * reserved

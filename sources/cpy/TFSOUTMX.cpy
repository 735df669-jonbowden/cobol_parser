      * TFSOUTMX.cpybk
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * ISOX01 - RISKOPS - 15/10/2026 - New file. Outward ISO 20022
      * messages as built by TRFGOUTD for a receiver whose
      * TFSBANK-MSGFMT is X - pacs.008 for a customer payment,
      * pacs.009 for an FI transfer and pacs.009 COV for the cover of
      * a pacs.008 or MT103 sent to a correspondent that takes MX.
      * Each message is numbered from TFSCLSYS-MSGNOREM and logged
      * through TRFGMSLG exactly as the MT output is, so GHMSGGAP
      * covers both formats in one sequence. The MX gateway renders
      * the business application header and document from this row.
      *------------------------------------------------------------------
           05 TFSOUTMX-RECORD           PIC X(1100).
      * I-O FORMAT:TFSOUTMXR FROM FILE TFSOUTMX OF LIBRARY COMDB
      * Outward MX messages - keyed OUTQNO/SEQNUM/MXSEQ.
           05 TFSOUTMXR                 REDEFINES TFSOUTMX-RECORD.
           06 TFSOUTMX-OUTQNO       PIC 9(08).
           06 TFSOUTMX-SEQNUM       PIC 9(02).
      * the TFSOUTQ instruction
           06 TFSOUTMX-MXSEQ        PIC 9(01).
      * 1 = the payment itself, 2 = its pacs.009 COV
           06 TFSOUTMX-BNKENTITY    PIC X(02).
           06 TFSOUTMX-MXKIND       PIC X(03).
      * 008 = pacs.008, 009 = pacs.009, COV = pacs.009 COV
           06 TFSOUTMX-MSGNO        PIC S9(05).
      * outgoing message number (TFSCLSYS-MSGNOREM)
           06 TFSOUTMX-LNKMSGNO     PIC S9(05).
      * COV only - message number of the underlying payment
      *---------------- business application header -------------------
           06 TFSOUTMX-FRBIC        PIC X(11).
           06 TFSOUTMX-TOBIC        PIC X(11).
           06 TFSOUTMX-MSGDEFID     PIC X(20).
      * pacs.008.001.08 / pacs.009.001.08
           06 TFSOUTMX-BIZSVC       PIC X(25).
      * swift.cbprplus.02 / swift.cbprplus.cov.02
           06 TFSOUTMX-CREDTE       PIC S9(08).
           06 TFSOUTMX-CRETIME      PIC S9(06).
      *---------------- group header / payment identification ---------
           06 TFSOUTMX-MSGID        PIC X(35).
           06 TFSOUTMX-INSTRID      PIC X(35).
           06 TFSOUTMX-E2EID        PIC X(35).
           06 TFSOUTMX-UETR         PIC X(36).
      * the COV carries the UETR of the payment it covers
           06 TFSOUTMX-STTLMMTD     PIC X(04).
      * INDA, or COVE on a pacs.008 settled by cover
           06 TFSOUTMX-RMBRSAGT     PIC X(11).
      * COVE only - the correspondent the cover goes to
      *---------------- settlement amount -----------------------------
           06 TFSOUTMX-CUYCD        PIC X(03).
           06 TFSOUTMX-AMT          PIC S9(15)V9(02) COMP-3.
           06 TFSOUTMX-STTLMDTE     PIC S9(08).
           06 TFSOUTMX-CHRGBR       PIC X(04).
      * DEBT / CRED / SHAR - pacs.008 only
      *---------------- parties ---------------------------------------
           06 TFSOUTMX-INSTGAGT     PIC X(11).
           06 TFSOUTMX-INSTDAGT     PIC X(11).
           06 TFSOUTMX-DBTRAGT      PIC X(11).
           06 TFSOUTMX-DBTRFI       PIC X(11).
      * pacs.009 / COV - debtor institution (us)
           06 TFSOUTMX-CDTRFI       PIC X(11).
      * pacs.009 / COV - creditor institution
           06 TFSOUTMX-CDTRAGT      PIC X(11).
      *---------------- customer detail - pacs.008, or the underlying
      *---------------- customer credit transfer of a COV -------------
           06 TFSOUTMX-DBTRNM       PIC X(140).
           06 TFSOUTMX-DBTRACCT     PIC X(34).
           06 TFSOUTMX-UDBTRAGT     PIC X(11).
           06 TFSOUTMX-UCDTRAGT     PIC X(11).
           06 TFSOUTMX-CDTRNM       PIC X(140).
           06 TFSOUTMX-CDTRSTRT     PIC X(70).
           06 TFSOUTMX-CDTRBLDG     PIC X(16).
           06 TFSOUTMX-CDTRPSTCD    PIC X(16).
           06 TFSOUTMX-CDTRTWN      PIC X(35).
           06 TFSOUTMX-CDTRCTRY     PIC X(02).
           06 TFSOUTMX-CDTRADRL1    PIC X(35).
           06 TFSOUTMX-CDTRADRL2    PIC X(35).
      * address lines - used only when there is no structured town
           06 TFSOUTMX-CDTRACCT     PIC X(34).
           06 TFSOUTMX-RMTUSTRD     PIC X(140).
           06 TFSOUTMX-PURPCD       PIC X(04).
           06 TFSOUTMX-FILLER       PIC X(24).
      * reserved

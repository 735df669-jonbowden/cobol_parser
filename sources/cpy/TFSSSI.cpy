      * TFSSSI.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * SSI001 - RISKOPS - 15/10/2026 - New file. Standard settlement
      * instructions registered by each counterparty bank - the
      * correspondent (and its account) through which that bank wants
      * to be paid or reimbursed in a currency, per product, and any
      * intermediary. A counterparty may hold several rows for the
      * same bank/currency/product with different effective dates;
      * the row in force on a date is the latest one effective on or
      * before it that has not expired. TRFVSSI resolves it, TRFGOUTC
      * defaults outward routing from it, TRFVTD1 checks inbound tag
      * 53/54 against it and GHSSICHG reports pending items still on
      * the previous route. Maintained only through the TRFGMNT
      * maker-checker.
      *------------------------------------------------------------------
           05 TFSSSI-RECORD             PIC X(120).
      * I-O FORMAT:TFSSSIR FROM FILE TFSSSI OF LIBRARY COMDB
      * Counterparty SSI - keyed BANKID/CUYCD/PRODCD/EFFDTE.
           05 TFSSSIR                   REDEFINES TFSSSI-RECORD.
           06 TFSSSI-BANKID         PIC X(11).
      * counterparty bank BIC whose instruction this is
           06 TFSSSI-CUYCD          PIC X(03).
      * settlement currency
           06 TFSSSI-PRODCD         PIC X(03).
      * CUS = customer payments (MT103 / pacs.008)
      * FIN = bank-to-bank (MT202 / pacs.009)
      * ALL = any product with no row of its own
           06 TFSSSI-EFFDTE         PIC S9(08).
      * first date the instruction applies (CCYYMMDD)
           06 TFSSSI-EXPDTE         PIC S9(08).
      * last date the instruction applies, zero = open-ended
           06 TFSSSI-CORRBIC        PIC X(11).
      * correspondent (account servicing institution) BIC
           06 TFSSSI-CORRACC        PIC X(34).
      * counterparty's account with the correspondent
           06 TFSSSI-INTMBIC        PIC X(11).
      * intermediary BIC, spaces = none
           06 TFSSSI-APPRUSER       PIC X(10).
      * officer who approved the instruction (checker)
           06 TFSSSI-ADDDTE         PIC S9(08).
      * date the instruction went live
           06 TFSSSI-FILLER         PIC X(13).
      * reserved

      * TFSRMTCRT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * IRC001 - RISKOPS - 15/10/2026 - New file. Inward remittance
      * certificate register - one row per certificate GHRMTCRT has
      * issued. Issue 001 of a payment is its original; every later
      * issue is a duplicate quoting the original's number, so a
      * payment can never have two originals. The row keyed all
      * zeros is the serial head: its CERTNO is the last certificate
      * number handed out.
      *------------------------------------------------------------------
           05 TFSRMTCRT-RECORD          PIC X(160).
      * I-O FORMAT:TFSRMTCRTR FROM FILE TFSRMTCRT OF LIBRARY COMDB
      * Certificate register - keyed PARALNO/SEQNUM/ISSUENO.
           05 TFSRMTCRTR                REDEFINES TFSRMTCRT-RECORD.
           06 TFSRMTCRT-PARALNO     PIC 9(08).
           06 TFSRMTCRT-SEQNUM      PIC 9(02).
      * the TFSSTPL / TFSSTPLH item certified
           06 TFSRMTCRT-ISSUENO     PIC 9(03).
      * 001 = the original, 002 onwards = duplicates
           06 TFSRMTCRT-CERTNO      PIC 9(10).
      * certificate serial number printed on the document
           06 TFSRMTCRT-CERTTYP     PIC X(01).
      * O = original   D = duplicate
           06 TFSRMTCRT-ORIGCERT    PIC 9(10).
      * serial number of the payment's original certificate
           06 TFSRMTCRT-ISSDTE      PIC S9(08).
           06 TFSRMTCRT-ISSTIME     PIC S9(06).
           06 TFSRMTCRT-ISSUSER     PIC X(10).
      * branch officer who requested the issue
           06 TFSRMTCRT-REASON      PIC X(30).
      * reason for a duplicate (lost, further copy for ...)
           06 TFSRMTCRT-SRCIND      PIC X(01).
      * Q = built from the live queue   A = from the archive
           06 TFSRMTCRT-CUYCD       PIC X(03).
           06 TFSRMTCRT-AMT         PIC S9(15)V9(02) COMP-3.
      * settled 32A amount
           06 TFSRMTCRT-CRAMT       PIC S9(15)V9(02) COMP-3.
      * amount credited after our charge deduction
           06 TFSRMTCRT-LCAMT       PIC S9(15)V9(02) COMP-3.
      * local currency equivalent
           06 TFSRMTCRT-FXRATE      PIC S9(09)V9(07) COMP-3.
      * FX rate shown on the certificate, zero = none applied
           06 TFSRMTCRT-CHGAMT      PIC S9(13)V9(02) COMP-3.
      * our charges deducted, in the item currency
           06 TFSRMTCRT-PURPCDE     PIC X(04).
           06 TFSRMTCRT-VALDTE      PIC S9(08).
           06 TFSRMTCRT-FILLER      PIC X(12).
      * reserved

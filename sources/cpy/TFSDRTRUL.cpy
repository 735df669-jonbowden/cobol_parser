      * TFSDRTRUL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * DCLR01 - RISKOPS - 15/10/2026 - New file. Domestic onward
      * routing rules - which local clearing scheme (FAST, GIRO or
      * MEPS+) carries the onward leg of an inward payment whose
      * beneficiary banks with another local bank. Rules for a
      * processing unit/currency are tried in RULSEQ order by
      * TRFVDRTGS; the first active rule whose amount band and
      * urgency fit, and whose scheme reaches the beneficiary bank
      * (TFSDBRCH), decides. No rule fits = MEPS+, as before.
      *------------------------------------------------------------------
           05 TFSDRTRUL-RECORD          PIC X(80).
      * I-O FORMAT:TFSDRTRULR FROM FILE TFSDRTRUL OF LIBRARY COMDB
      * Domestic onward routing rules - keyed PU/CUY/RULSEQ.
           05 TFSDRTRULR                REDEFINES TFSDRTRUL-RECORD.
           06 TFSDRTRUL-PU          PIC X(02).
      * processing unit
           06 TFSDRTRUL-CUY         PIC X(03).
      * currency of the onward leg
           06 TFSDRTRUL-RULSEQ      PIC 9(03).
      * evaluation order - lowest first
           06 TFSDRTRUL-MINAMT      PIC S9(13)V9(02).
      * lowest amount the rule applies to
           06 TFSDRTRUL-MAXAMT      PIC S9(13)V9(02).
      * highest amount the rule applies to - zero = no upper limit
           06 TFSDRTRUL-URGIND      PIC X(01).
      * U = urgent items only   N = non-urgent only   space = either
           06 TFSDRTRUL-SCHEME      PIC X(04).
      * FAST / GIRO / MEPS
           06 TFSDRTRUL-PMODE       PIC X(06).
      * modepay of the onward leg under the scheme
           06 TFSDRTRUL-ACTIND      PIC X(01).
      * Y = rule in force
           06 TFSDRTRUL-FILLER      PIC X(30).
      * reserved

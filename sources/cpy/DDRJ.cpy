      * DDRJ.cpy
      *---------- COPYBOOK FOR CALLING TRFGDDRJ ----------
      * MT204X - RISKOPS - 15/10/2026 - INITIAL VERSION. MT204 DEBIT
      * REJECTION: GENERATES THE MT299 BACK TO THE CLAIMING
      * COUNTERPARTY FOR A DEBIT LEG THAT CANNOT BE HONOURED, QUOTING
      * ITS FIELD 20 AND THE REASON, NUMBERED FROM TFSCLSYS-MSGNOREM
      * AND LOGGED THROUGH TRFGMSLG, AND RECORDS IT ON TFSDDREJ. A
      * LEG ALREADY REJECTED IS NOT REJECTED TWICE.
       01  WK-C-DDRJ-RECORD.
           05  WK-C-DDRJ-INPUT.
               10  WK-N-DDRJ-PARALNO       PIC 9(08).
               10  WK-N-DDRJ-SEQNUM        PIC 9(02).
               10  WK-C-DDRJ-RCVBIC        PIC X(11).
               10  WK-C-DDRJ-DRBIC         PIC X(11).
               10  WK-C-DDRJ-PRNTREF       PIC X(16).
               10  WK-C-DDRJ-CUYCD         PIC X(03).
               10  WK-N-DDRJ-AMT           PIC S9(15)V9(02).
               10  WK-C-DDRJ-RSNCDE        PIC X(07).
               10  WK-C-DDRJ-RSNTXT        PIC X(30).
           05  WK-C-DDRJ-OUTPUT.
               10  WK-C-DDRJ-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-DDRJ-SENT          PIC X(01).
      *            Y = REJECTION GENERATED, N = ALREADY REJECTED
               10  WK-N-DDRJ-MSGNO         PIC S9(05).

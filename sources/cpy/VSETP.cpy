      * VSETP.CPY
      *---------- COPYBOOK FOR CALLING TRFVSETP ----------
      * SETP01 - RISKOPS - 15/10/2026 - INITIAL VERSION.
       01  WK-C-VSETP-RECORD.
           05  WK-C-VSETP-INPUT.
               10  WK-C-VSETP-MODE         PIC X(03).
      *            INQ = PREFERENCE IN FORCE FOR CIFNO/CUYCD
      *            REC = RECORD THE SUBSTITUTION ON THE ITEM
      *            GET = SUBSTITUTION RECORDED ON THE ITEM
      *                  (PARALNO/SEQNUM ONLY)
      *            DEL = REMOVE ANY SUBSTITUTION RECORDED ON THE ITEM
      *                  (PARALNO/SEQNUM ONLY; NONE ON FILE IS NOT AN
      *                  ERROR)
               10  WK-N-VSETP-PARALNO      PIC 9(08).
               10  WK-N-VSETP-SEQNUM       PIC 9(02).
               10  WK-C-VSETP-CIFNO        PIC X(19).
               10  WK-C-VSETP-CUYCD        PIC X(03).
               10  WK-C-VSETP-ORGACC       PIC X(35).
      *            FIELD 59 ACCOUNT QUOTED (REC; RETURNED BY GET)
               10  WK-C-VSETP-SETACC       PIC X(15).
      *            ACCOUNT CREDITED INSTEAD (REC; RETURNED BY INQ/GET)
           05  WK-C-VSETP-OUTPUT.
               10  WK-C-VSETP-ERROR-CD     PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VSETP-FOUND        PIC X(01).
      *            Y = PREFERENCE IN FORCE (INQ) / SUBSTITUTION ON
      *                THE ITEM (GET)

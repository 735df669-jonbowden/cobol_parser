      * VARDR.CPY
      *---------- COPYBOOK FOR CALLING TRFVARDR ----------
      * ARDR01 - RISKOPS - 15/10/2026 - INITIAL VERSION.
       01  WK-C-VARDR-RECORD.
           05  WK-C-VARDR-INPUT.
               10  WK-C-VARDR-MODE         PIC X(03).
      *            INQ = REDIRECT IN FORCE FOR OLDACC
      *            REC = RECORD THE REDIRECTED CREDIT ON THE ITEM
               10  WK-C-VARDR-OLDACC       PIC X(15).
               10  WK-N-VARDR-PARALNO      PIC 9(08).
               10  WK-N-VARDR-SEQNUM       PIC 9(02).
               10  WK-C-VARDR-SENBNKID     PIC X(11).
               10  WK-C-VARDR-ORDNAME      PIC X(35).
               10  WK-C-VARDR-CUYCD        PIC X(03).
      *            ITEM DETAILS (REC ONLY)
           05  WK-C-VARDR-OUTPUT.
               10  WK-C-VARDR-ERROR-CD     PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VARDR-FOUND        PIC X(01).
      *            Y = REDIRECT IN FORCE (INQ) / RECORDED (REC)
               10  WK-C-VARDR-NEWACC       PIC X(15).
               10  WK-C-VARDR-RSNCD        PIC X(01).

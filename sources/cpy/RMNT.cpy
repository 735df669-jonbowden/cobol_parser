      * RMNT.cpy
      *---------- COPYBOOK FOR CALLING TRFGRMNT ----------
      * RMNT01 - RISKOPS - 15/10/2026 - INITIAL VERSION. RM
      * NOTIFICATION FOR A LARGE INWARD CREDIT TO A KEY CLIENT: THE
      * CREDITED ACCOUNT IS RESOLVED TO ITS CIF, AND A CIF ON
      * TFSKEYCLI WHOSE THRESHOLD THE CREDIT MEETS GETS A TFSRMNTF
      * ROW FOR THE EVENT. ANY OTHER CUSTOMER COSTS THE ACCOUNT
      * MASTER READ AND NOTHING HAPPENS.
       01  WK-C-RMNT-RECORD.
           05  WK-C-RMNT-INPUT.
               10  WK-C-RMNT-EVTTYP        PIC X(01).
      *            R = RECEIVED   P = POSTED   A = AGED
               10  WK-N-RMNT-PARALNO       PIC 9(08).
               10  WK-N-RMNT-SEQNUM        PIC 9(02).
               10  WK-C-RMNT-PRCIND        PIC X(01).
               10  WK-C-RMNT-ACCNO         PIC X(35).
               10  WK-C-RMNT-CUYCD         PIC X(03).
               10  WK-N-RMNT-AMT           PIC S9(15)V9(02).
               10  WK-N-RMNT-LCAMT         PIC S9(15)V9(02).
               10  WK-C-RMNT-REMITTER      PIC X(35).
               10  WK-C-RMNT-SENBNKID      PIC X(11).
               10  WK-N-RMNT-AGEMINS       PIC 9(05).
      *            AGED EVENTS ONLY - MINUTES IN REPAIR OR ON HOLD
               10  WK-N-RMNT-DFTMINS       PIC 9(05).
      *            AGED EVENTS ONLY - AGE LIMIT FOR A CLIENT WHOSE
      *            REGISTER ROW CARRIES NONE
           05  WK-C-RMNT-OUTPUT.
               10  WK-C-RMNT-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-RMNT-SENT          PIC X(01).
      *            Y = NOTIFICATION WRITTEN
      *            D = ALREADY NOTIFIED FOR THIS EVENT
      *            N = NOT A KEY CLIENT, UNDER THRESHOLD OR (AGED)
      *                NOT YET OLD ENOUGH
               10  WK-C-RMNT-KEYCLI        PIC X(01).
      *            Y = THE CREDITED ACCOUNT BELONGS TO A KEY CLIENT

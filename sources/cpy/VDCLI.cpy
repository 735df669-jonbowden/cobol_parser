      * VDCLI.cpy
      *---------- COPYBOOK FOR CALLING TRFGDCLI ----------
      * DCLR01 - RISKOPS - 15/10/2026 - INITIAL VERSION. ROUTES THE
      * ONWARD LEG OF A POSTED INWARD ITEM TO ANOTHER LOCAL BANK
      * (TRFVDRTGS DOMESTIC SCHEME DECISION) AND RAISES ITS TFSDCLI
      * CLEARING INSTRUCTION.
       01  WK-C-VDCLI-RECORD.
           05  WK-C-VDCLI-INPUT.
               10  WK-N-VDCLI-PARALNO      PIC 9(08).
               10  WK-N-VDCLI-SEQNUM       PIC 9(02).
               10  WK-C-VDCLI-PU           PIC X(02).
               10  WK-C-VDCLI-CUYCD        PIC X(03).
               10  WK-N-VDCLI-AMT          PIC S9(13)V9(02).
               10  WK-N-VDCLI-VALDTE       PIC S9(08).
               10  WK-C-VDCLI-URGIND       PIC X(01).
      *            U = URGENT
               10  WK-C-VDCLI-BENBNKID     PIC X(11).
               10  WK-C-VDCLI-BENACC       PIC X(35).
               10  WK-C-VDCLI-BENNAME      PIC X(35).
               10  WK-C-VDCLI-ORDNAME      PIC X(35).
               10  WK-C-VDCLI-SENBNKID     PIC X(11).
           05  WK-C-VDCLI-OUTPUT.
               10  WK-C-VDCLI-ERROR-CD     PIC X(07).
      *            COM0206 = FILE ERROR
               10  WK-C-VDCLI-RAISED       PIC X(01).
      *            Y = INSTRUCTION RAISED
               10  WK-C-VDCLI-SCHEME       PIC X(04).
               10  WK-C-VDCLI-PMODE        PIC X(06).
               10  WK-C-VDCLI-INSTREF      PIC X(16).

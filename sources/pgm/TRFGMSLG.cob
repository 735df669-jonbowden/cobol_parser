      * HISTORY OF AMENDMENT :                                         *
      *=================================================================
      *
      * NAK001 - RISKOPS - 15/10/2026 - Each message logged also gets *
      *                     a TFSMSGDLV delivery-tracking row (status *
      *                     S, or Q while queued on TFSOUTSAF) so the *
      *                     GHNETNTF sweep can match the network      *
      *                     ACK/NAK and delivery notifications back   *
      *                     to it and alert when delivery is overdue. *
      *=================================================================
      * SAF001 - RISKOPS - 02/09/2026 - Store-and-forward during      *
      *                     MERVA outages: when TFSCLSYS-MERVIND is   *
      *                     not up, the message (sequence already     *
SAF001        SELECT TFSOUTSAF ASSIGN TO DATABASE-TFSOUTSAF
SAF001        ORGANIZATION IS SEQUENTIAL
SAF001        FILE STATUS IS WK-C-FILE-STATUS.
NAK001        SELECT TFSMSGDLV ASSIGN TO DATABASE-TFSMSGDLV
NAK001        ORGANIZATION IS INDEXED
NAK001        ACCESS MODE IS RANDOM
NAK001        RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
NAK001        FILE STATUS IS WK-C-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TFSMSGLOG
SAF001        COPY DDS-ALL-FORMATS OF TFSOUTSAF.
SAF001 01  TFSOUTSAF-REC-1.
SAF001        COPY TFSOUTSAF.
NAK001 FD  TFSMSGDLV
NAK001        LABEL RECORDS ARE OMITTED
NAK001 DATA RECORD IS TFSMSGDLV-REC.
NAK001 01  TFSMSGDLV-REC.
NAK001        COPY DDS-ALL-FORMATS OF TFSMSGDLV.
NAK001 01  TFSMSGDLV-REC-1.
NAK001        COPY TFSMSGDLV.
       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(24) VALUE
              "** PROGRAM TRFGMSLG **".

SAF001     PERFORM B000-QUEUE-IF-MERVA-DOWN
SAF001        THRU B099-QUEUE-IF-MERVA-DOWN-EX.
NAK001     PERFORM C000-TRACK-DELIVERY
NAK001        THRU C099-TRACK-DELIVERY-EX.

       A099-PROCESS-CALLED-ROUTINE-EX.
       EXIT.
SAF001 B099-QUEUE-IF-MERVA-DOWN-EX.
SAF001     EXIT.
SAF001
NAK001*-----------------------------------------------------------------
NAK001 C000-TRACK-DELIVERY.
NAK001*-----------------------------------------------------------------
NAK001*    ONE TFSMSGDLV ROW PER MESSAGE FOR THE GHNETNTF MATCH. A
NAK001*    MESSAGE HELD ON TFSOUTSAF IS NOT ON THE NETWORK YET - IT
NAK001*    STAYS "Q" UNTIL GHSAFSWP FLUSHES IT AND STARTS THE CLOCK.
NAK001*    TRACKING IS NEVER ALLOWED TO STOP THE SEND.
NAK001*-----------------------------------------------------------------
NAK001     OPEN  I-O TFSMSGDLV.
NAK001     IF    NOT WK-C-SUCCESSFUL
NAK001           DISPLAY "TRFGMSLG - OPEN FILE ERROR - TFSMSGDLV"
NAK001           DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
NAK001           GO TO C099-TRACK-DELIVERY-EX.
NAK001
NAK001     INITIALIZE                  TFSMSGDLV-REC-1.
NAK001     MOVE  WK-C-MSLG-MSGTYPE     TO TFSMSGDLV-MSGTYPE.
NAK001     MOVE  WK-N-MSLG-MSGNO       TO TFSMSGDLV-MSGNO.
NAK001     MOVE  WK-N-MSLG-SNDDTE      TO TFSMSGDLV-SNDDTE.
NAK001     MOVE  WK-N-MSLG-SNDTIME     TO TFSMSGDLV-SNDTIME.
NAK001     MOVE  WK-C-MSLG-TRNNO       TO TFSMSGDLV-TRNNO.
NAK001     IF    WS-MERV-UP-SW = "Y"
NAK001           MOVE "S"              TO TFSMSGDLV-DLVSTS
NAK001           MOVE WK-N-MSLG-SNDDTE TO TFSMSGDLV-CLKDTE
NAK001           MOVE WK-N-MSLG-SNDTIME TO TFSMSGDLV-CLKTIME
NAK001     ELSE
NAK001           MOVE "Q"              TO TFSMSGDLV-DLVSTS
NAK001     END-IF.
NAK001     MOVE  SPACE                 TO TFSMSGDLV-ALRTIND
NAK001                                    TFSMSGDLV-RPRIND.
NAK001     WRITE TFSMSGDLV-REC-1.
NAK001     IF    NOT WK-C-SUCCESSFUL
NAK001           DISPLAY "TRFGMSLG - WRITE ERROR - TFSMSGDLV"
NAK001           DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
NAK001     END-IF.
NAK001     CLOSE TFSMSGDLV.
NAK001
NAK001 C099-TRACK-DELIVERY-EX.
NAK001     EXIT.
NAK001
      *-----------------------------------------------------------------
      *
       Y900-ABNORMAL-TERMINATION.

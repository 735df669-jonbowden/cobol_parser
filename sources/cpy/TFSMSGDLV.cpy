      * TFSMSGDLV.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * NAK001 - RISKOPS - 15/10/2026 - New file. Network delivery
      * tracking for every outgoing SWIFT message - one row written by
      * TRFGMSLG as the message is logged, then moved along by the
      * GHNETNTF sweep as the network ACK/NAK and the delivery or
      * non-delivery notification come back. GHSAFSWP restarts the
      * delivery clock when it flushes a store-and-forward message.
      *------------------------------------------------------------------
           05 TFSMSGDLV-RECORD          PIC X(100).
      * I-O FORMAT:TFSMSGDLVR FROM FILE TFSMSGDLV OF LIBRARY COMDB
      * Key: MSGTYPE / MSGNO / SNDDTE - as logged on TFSMSGLOG.
           05 TFSMSGDLVR                REDEFINES TFSMSGDLV-RECORD.
           06 TFSMSGDLV-MSGTYPE     PIC X(01).
      * T = trade/general (MSGNOTRD), R = remittance (MSGNOREM)
           06 TFSMSGDLV-MSGNO       PIC S9(05).
           06 TFSMSGDLV-SNDDTE      PIC S9(08).
      * date the message was logged as sent (CCYYMMDD)
           06 TFSMSGDLV-SNDTIME     PIC S9(06).
           06 TFSMSGDLV-TRNNO       PIC X(12).
      * transaction reference - the TFSOUTQ-OUTQNO for an outward
      * payment built by TRFGOUTD
           06 TFSMSGDLV-DLVSTS      PIC X(01).
      * Q = queued on TFSOUTSAF (MERVA down), not yet on the network
      * S = sent, nothing back yet
      * A = network ACK received, awaiting delivery
      * D = delivered to the receiver
      * N = network NAK - rejected, needs resubmission
      * U = non-delivery notification - needs resubmission
           06 TFSMSGDLV-CLKDTE      PIC S9(08).
           06 TFSMSGDLV-CLKTIME     PIC S9(06).
      * when the message actually went to the network - the delivery
      * clock runs from here (send, or the GHSAFSWP flush)
           06 TFSMSGDLV-ACKDTE      PIC S9(08).
           06 TFSMSGDLV-ACKTIME     PIC S9(06).
      * ACK or NAK received
           06 TFSMSGDLV-DLVDTE      PIC S9(08).
           06 TFSMSGDLV-DLVTIME     PIC S9(06).
      * delivery or non-delivery notification received
           06 TFSMSGDLV-ERRCD       PIC X(04).
      * network error code on a NAK / reason on a non-delivery
           06 TFSMSGDLV-ALRTIND     PIC X(01).
      * Y = overdue-delivery alert already raised
           06 TFSMSGDLV-RPRIND      PIC X(01).
      * Y = originating TFSOUTQ item put back to repair (PRCIND "R")
           06 FILLER                PIC X(19).

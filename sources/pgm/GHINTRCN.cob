      *               MESSAGE TYPE AND AMOUNT, AND FEEDS CONFIRMED
      *               INTAKE LOSSES STRAIGHT ONTO THE TFSRQWORK
      *               RE-QUEUE WORK LIST.
ARCP01*               ARCHIVE ROWS ARE PROVED THROUGH THE TFSARCIDX
ARCP01*               INDEX, WITHOUT READING ANY ARCHIVE PARTITION.
      *NOTE        :  MODELLED ON GHMERVRC (RECONCILIATION SCOPE).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - ARCHIVED ROWS FOUND THROUGH
      *                        THE TFSARCIDX INDEX (TRFXARCP FND)
      *                        INSTEAD OF READING ALL OF TFSSTPLH.
      *---------------------------------------------------------------*
      *  INTRCN - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRQWORK ASSIGN TO DATABASE-TFSRQWORK
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSRQWORK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRQWORK-REC.
       COPY ASCMWS.

       COPY JLOG.
ARCP01 COPY ARCP.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       C500-MARK-ARCHIVE-ROWS.
      *---------------------------------------------------------------*
      *    A ROW PURGED TO THE ARCHIVE THE SAME DAY STILL PROVES THE
      *    JOURNAL RECORD QUEUED - COUNT IT LIKE A LIVE ROW. THE
ARCP01*    ARCHIVE INDEX ANSWERS THIS WITHOUT OPENING A PARTITION.
      *---------------------------------------------------------------*
ARCP01     PERFORM  C510-MARK-ONE-ARCH
ARCP01        THRU  C519-MARK-ONE-ARCH-EX
ARCP01              VARYING WS-JN-IX FROM 1 BY 1
ARCP01              UNTIL WS-JN-IX > WS-JN-CNT.

       C599-MARK-ARCHIVE-ROWS-EX.
           EXIT.

ARCP01 C510-MARK-ONE-ARCH.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "FND"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-JN-PARALNO (WS-JN-IX) TO WK-N-ARCP-PARALNO.
ARCP01     MOVE     WS-JN-SEQNUM (WS-JN-IX)  TO WK-N-ARCP-SEQNUM.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND = "Y"
ARCP01              ADD  1              TO WS-JN-MATCHES (WS-JN-IX).
ARCP01
ARCP01 C519-MARK-ONE-ARCH-EX.
ARCP01     EXIT.

      *---------------------------------------------------------------*
       D000-JUDGE-ONE-KEY.

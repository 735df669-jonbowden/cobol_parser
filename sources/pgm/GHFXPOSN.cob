      *               RATE TYPE (TFSSTPL-FXRATETY), SO THE AUTO-
      *               QUOTED LARGE DEALS ("OF") ARE VISIBLE
      *               SEPARATELY FROM BOARD-RATE RETAIL.
RPTX01*               EACH CURRENCY/RATE-TYPE LINE ALSO GOES TO THE
RPTX01*               DELIMITED TFSRPTEXT EXTRACT (TRFXRPTX).
      *NOTE        :  MODELLED ON GHFUNDPR (REPORT SHAPE) WITH NATIVE
      *               I-O.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RPTX01 - RISKOPS   - 15/10/2026 - DELIMITED TFSRPTEXT EXTRACT
      *                                    OF THE POSITION LINES.
      *  FXPS01 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
       COPY ASCMWS.

       COPY JLOG.
RPTX01 COPY RPTX.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-LAST-CUYCD       PIC X(03) VALUE SPACES.
       01  WS-ED-AMT           PIC Z(14)9.99-.
       01  WS-ED-AMT2          PIC Z(14)9.99-.
RPTX01 01  WS-RX-N-ED          PIC Z(08)9.
RPTX01 01  WS-RX-AMT-ED        PIC -(15)9.99.
RPTX01 01  WS-RX-TOT-N         PIC S9(09) COMP VALUE ZERO.
RPTX01 01  WS-RX-TOT-LCY       PIC S9(15)V9(02) VALUE ZERO.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
                    WS-RUN-DATE-8.
           DISPLAY  "CCY RT    ITEMS        FCY BOUGHT"
                    "          LCY SOLD".
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "HDR"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     6                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "POSITION_DATE"     TO WK-C-RPTX-COL (1).
RPTX01     MOVE     "CURRENCY"          TO WK-C-RPTX-COL (2).
RPTX01     MOVE     "RATE_TYPE"         TO WK-C-RPTX-COL (3).
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (4).
RPTX01     MOVE     "FCY_BOUGHT"        TO WK-C-RPTX-COL (5).
RPTX01     MOVE     "LCY_SOLD"          TO WK-C-RPTX-COL (6).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

           MOVE     SPACES              TO WS-LAST-CUYCD.
           MOVE     ZERO                TO WS-SUB-BOUGHT
                    DISPLAY "GHFXPOSN - NO CROSS-CURRENCY ITEMS "
                            "PROCESSED TODAY".

RPTX01*    TRAILER CONTROL TOTALS: ITEMS AND LOCAL CURRENCY SOLD.
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "TRL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     4                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (1).
RPTX01     MOVE     WS-RX-TOT-N         TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (2).
RPTX01     MOVE     "LCY_SOLD"          TO WK-C-RPTX-COL (3).
RPTX01     MOVE     WS-RX-TOT-LCY       TO WS-RX-AMT-ED.
RPTX01     MOVE     WS-RX-AMT-ED        TO WK-C-RPTX-COL (4).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
RPTX01     IF       WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHFXPOSN - DELIMITED EXTRACT INCOMPLETE"
RPTX01     END-IF.

       C099-PRINT-REPORT-EX.
           EXIT.

                    WS-PX-CNT-N (WS-PX-IX) " "
                    WS-ED-AMT " " WS-ED-AMT2.

RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "DTL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     6                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     WS-RUN-DATE-YYMD    TO WK-C-RPTX-COL (1).
RPTX01     MOVE     WS-PX-CUYCD (WS-PX-IX) TO WK-C-RPTX-COL (2).
RPTX01     MOVE     WS-PX-RATETY (WS-PX-IX) TO WK-C-RPTX-COL (3).
RPTX01     MOVE     WS-PX-CNT-N (WS-PX-IX) TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (4).
RPTX01     MOVE     WS-PX-BOUGHT (WS-PX-IX) TO WS-RX-AMT-ED.
RPTX01     MOVE     WS-RX-AMT-ED        TO WK-C-RPTX-COL (5).
RPTX01     MOVE     WS-PX-SOLDLC (WS-PX-IX) TO WS-RX-AMT-ED.
RPTX01     MOVE     WS-RX-AMT-ED        TO WK-C-RPTX-COL (6).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
RPTX01     ADD      WS-PX-CNT-N (WS-PX-IX) TO WS-RX-TOT-N.
RPTX01     ADD      WS-PX-SOLDLC (WS-PX-IX) TO WS-RX-TOT-LCY.

           MOVE     WS-PX-CUYCD (WS-PX-IX) TO WS-LAST-CUYCD.
           ADD      WS-PX-BOUGHT (WS-PX-IX) TO WS-SUB-BOUGHT.
           ADD      WS-PX-SOLDLC (WS-PX-IX) TO WS-SUB-SOLDLC.

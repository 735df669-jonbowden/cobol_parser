      *               SERVICE LEVEL IS WRITTEN IN MINUTES-AT-THE-
      *               95TH, AND UNTIL NOW WE GENUINELY DID NOT KNOW
      *               OURS.
RPTX01*               EACH GROUP LINE ALSO GOES TO THE DELIMITED
RPTX01*               TFSRPTEXT EXTRACT (TRFXRPTX).
      *NOTE        :  MODELLED ON GHFXPOSN (GROUPED TABLE REPORT).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RPTX01 - RISKOPS   - 15/10/2026 - DELIMITED TFSRPTEXT EXTRACT
      *                                    OF THE GROUP LINES.
      *  LATNCY - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
       COPY ASCMWS.

       COPY JLOG.
RPTX01 COPY RPTX.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-P50              PIC S9(09) COMP VALUE ZERO.
       01  WS-P90              PIC S9(09) COMP VALUE ZERO.
       01  WS-P99              PIC S9(09) COMP VALUE ZERO.
RPTX01 01  WS-RX-N-ED          PIC Z(08)9.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           DISPLAY  "GHLATRPT - ARRIVAL-TO-POSTED LATENCY (MINUTES)"
                    " FOR " WS-RUN-DATE-8.
           DISPLAY  "MT  EN T    N     P50     P90     P99".
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "HDR"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     8                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "POSTED_DATE"       TO WK-C-RPTX-COL (1).
RPTX01     MOVE     "MSGTYPE"           TO WK-C-RPTX-COL (2).
RPTX01     MOVE     "ENTITY"            TO WK-C-RPTX-COL (3).
RPTX01     MOVE     "PRIORITY_TIER"     TO WK-C-RPTX-COL (4).
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (5).
RPTX01     MOVE     "P50_MINUTES"       TO WK-C-RPTX-COL (6).
RPTX01     MOVE     "P90_MINUTES"       TO WK-C-RPTX-COL (7).
RPTX01     MOVE     "P99_MINUTES"       TO WK-C-RPTX-COL (8).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
           PERFORM  C000-REPORT-ONE-GROUP
              THRU  C099-REPORT-ONE-GROUP-EX
                    VARYING WS-GR-IX FROM 1 BY 1
           IF       WS-GR-CNT = ZERO
                    DISPLAY "GHLATRPT - NO ITEMS POSTED TODAY".

RPTX01*    TRAILER CONTROL TOTAL: ITEMS SAMPLED.
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "TRL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     2                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (1).
RPTX01     MOVE     WS-ITEM-CNT         TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (2).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
RPTX01     IF       WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHLATRPT - DELIMITED EXTRACT INCOMPLETE"
RPTX01     END-IF.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
                    WS-GR-N (WS-GR-IX) " "
                    WS-P50 " " WS-P90 " " WS-P99.

RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "DTL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     8                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     WS-RUN-DATE-YYMD    TO WK-C-RPTX-COL (1).
RPTX01     MOVE     WS-GR-MGTY (WS-GR-IX) TO WK-C-RPTX-COL (2).
RPTX01     MOVE     WS-GR-ENTITY (WS-GR-IX) TO WK-C-RPTX-COL (3).
RPTX01     MOVE     WS-GR-TIER (WS-GR-IX) TO WK-C-RPTX-COL (4).
RPTX01     MOVE     WS-GR-N (WS-GR-IX)  TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (5).
RPTX01     MOVE     WS-P50              TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (6).
RPTX01     MOVE     WS-P90              TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (7).
RPTX01     MOVE     WS-P99              TO WS-RX-N-ED.
RPTX01     MOVE     WS-RX-N-ED          TO WK-C-RPTX-COL (8).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

       C099-REPORT-ONE-GROUP-EX.
           EXIT.


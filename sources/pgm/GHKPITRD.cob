000220*                 AGAINST ITS PRIOR 7-DAY AVERAGE. GHRRSNRP
000230*                 TELLS US WHY ITEMS REPAIR; THIS TELLS US
000240*                 WHETHER WE ARE ACTUALLY GETTING BETTER.
RPTX01*                 EACH LINE ALSO GOES TO THE DELIMITED
RPTX01*                 TFSRPTEXT EXTRACT (TRFXRPTX).
000250*  --------------------------------------------------------------------
000260*  --------------------------------------------------------------------
000270*   HISTORY OF MODIFICATION:
000330*  |        |          |          | report with degradation      |
000340*  |        |          |          | highlighting.                |
000350*  --------------------------------------------------------------------
RPTX01*  |RISKOPS |15/10/2026| RPTX01   | Each report line also goes   |
RPTX01*  |        |          |          | to the delimited TFSRPTEXT   |
RPTX01*  |        |          |          | extract, with headings and a |
RPTX01*  |        |          |          | control-total trailer.       |
RPTX01*  --------------------------------------------------------------------
000360  EJECT
000370
000380  ENVIRONMENT DIVISION.
000800  01  WS-RATE-D-ED            PIC ZZ9.9.
000810  01  WS-RATE-W-ED            PIC ZZ9.9.
000820  01  WS-RATE-M-ED            PIC ZZ9.9.
RPTX01  01  WS-RX-N-ED              PIC Z(08)9.
RPTX01  01  WS-RX-STP-D             PIC 9(09)  VALUE ZEROS.
RPTX01  01  WS-RX-RPR-D             PIC 9(09)  VALUE ZEROS.
RPTX01
RPTX01      COPY RPTX.
000830
000840  01  WK-C-WORK-AREA.
000850      05  WK-N-SQLCODE        PIC 9(009) VALUE ZERO.
001390
001400      DISPLAY "GHKPITRD - STP RATE TREND AS AT " WS-RUNDTE.
001410      DISPLAY "  MGTY ENT  TODAY  WEEK   MONTH".
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "HDR"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHKPITRD"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    9                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "RUN_DATE"              TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    "MSGTYPE"               TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    "ENTITY"                TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    "STP_ITEMS_DAY"         TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    "REPAIR_ITEMS_DAY"      TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    "STP_PCT_DAY"           TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    "STP_PCT_PRIOR_7D"      TO      WK-C-RPTX-COL (7).
RPTX01      MOVE    "STP_PCT_30D"           TO      WK-C-RPTX-COL (8).
RPTX01      MOVE    "DEGRADED"              TO      WK-C-RPTX-COL (9).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
001420
001430      MOVE    "N"                     TO      WS-EOF-SW.
001440      EXEC SQL
001520      EXEC SQL
001530           CLOSE CUR1
001540      END-EXEC.
RPTX01
RPTX01*   TRAILER CONTROL TOTALS: THE DAY'S STP AND REPAIR ITEMS.
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "TRL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHKPITRD"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    4                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "STP_ITEMS_DAY"         TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-RX-STP-D             TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    "REPAIR_ITEMS_DAY"      TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    WS-RX-RPR-D             TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (4).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01      IF      WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHKPITRD - DELIMITED EXTRACT INCOMPLETE"
RPTX01      END-IF.
001550
001560  A999-START-PROGRAM-ROUTINE-EX.
001570      EXIT.
001880              DISPLAY "  *** DEGRADED VS PRIOR WEEK: MGTY "
001890                      WS-RPT-MGTY " ENTITY " WS-RPT-ENT
001900      END-IF.
RPTX01
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "DTL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHKPITRD"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    9                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    WS-DATE                 TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-RPT-MGTY             TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    WS-RPT-ENT              TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    WS-RPT-STP-D            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    WS-RPT-RPR-D            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    WS-RATE-D-ED            TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    WS-RATE-W-ED            TO      WK-C-RPTX-COL (7).
RPTX01      MOVE    WS-RATE-M-ED            TO      WK-C-RPTX-COL (8).
RPTX01      MOVE    "N"                     TO      WK-C-RPTX-COL (9).
RPTX01      IF      (WS-RPT-STP-D + WS-RPT-RPR-D) > ZERO
RPTX01          AND (WS-RPT-STP-W + WS-RPT-RPR-W) > ZERO
RPTX01          AND WS-RATE-D < (WS-RATE-W - 5.0)
RPTX01              MOVE "Y"                TO      WK-C-RPTX-COL (9)
RPTX01      END-IF.
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01      ADD     WS-RPT-STP-D            TO      WS-RX-STP-D.
RPTX01      ADD     WS-RPT-RPR-D            TO      WS-RX-RPR-D.
001910
001920  A199-REPORT-ONE-LINE-EX.
001930      EXIT.

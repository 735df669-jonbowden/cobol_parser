000250*                 BETTER ONE, THE ORDERING IS FLAGGED - SO THE
000260*                 FALLBACK DECISION IS FINALLY EVIDENCE-BASED,
000270*                 NOT GUT FEEL.
RPTX01*                 BOTH LISTS ALSO GO TO THE DELIMITED TFSRPTEXT
RPTX01*                 EXTRACT (TRFXRPTX): THE SCORECARD AS GHCORSCR,
RPTX01*                 THE FLAGGED FALLBACK ORDERINGS AS GHCORFBK.
000280*  --------------------------------------------------------------------
000290*  --------------------------------------------------------------------
000300*   HISTORY OF MODIFICATION:
000350*  |        |          |          | correspondent scorecard with |
000360*  |        |          |          | fallback-order review.       |
000370*  --------------------------------------------------------------------
RPTX01*  |RISKOPS |15/10/2026| RPTX01   | Scorecard and flagged        |
RPTX01*  |        |          |          | fallback lines also go to    |
RPTX01*  |        |          |          | the delimited TFSRPTEXT      |
RPTX01*  |        |          |          | extract, with headings and a |
RPTX01*  |        |          |          | control-total trailer.       |
RPTX01*  --------------------------------------------------------------------
000380  EJECT
000390
000400  ENVIRONMENT DIVISION.
000890  01  WS-NA-PRV-BANK          PIC X(11).
000900  01  WS-NA-PRV-RATE          PIC 9(03)V9(01).
000910  01  WS-NA-PRV-CUY           PIC X(03) VALUE SPACES.
RPTX01
RPTX01  01  WS-RX-N-ED              PIC Z(08)9.
RPTX01  01  WS-RX-AMT-ED            PIC -(15)9.99.
RPTX01  01  WS-RX-RATE-ED           PIC ZZ9.9.
RPTX01  01  WS-RX-VOL               PIC 9(09)  VALUE ZEROS.
RPTX01  01  WS-RX-RPR               PIC 9(09)  VALUE ZEROS.
RPTX01  01  WS-RX-RET               PIC 9(09)  VALUE ZEROS.
RPTX01  01  WS-RX-AGENTS            PIC 9(09)  VALUE ZEROS.
RPTX01
RPTX01      COPY RPTX.
000920
000930  01  WK-C-WORK-AREA.
000940      05  WK-N-SQLCODE        PIC 9(009) VALUE ZERO.
001470      DISPLAY "GHCORSCR - CORRESPONDENT SCORECARD SINCE "
001480              WS-MONTH-AGO.
001490      DISPLAY "  BANK        CCY  VOLUME  REPAIR% RET  TOPRSN".
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "HDR"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORSCR"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    9                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "PERIOD_FROM"           TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    "SENDING_BANK"          TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    "CURRENCY"              TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    "VOLUME"                TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    "VALUE"                 TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    "REPAIRS"               TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    "REPAIR_PCT"            TO      WK-C-RPTX-COL (7).
RPTX01      MOVE    "RETURNS"               TO      WK-C-RPTX-COL (8).
RPTX01      MOVE    "TOP_REASON"            TO      WK-C-RPTX-COL (9).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
001500
001510      MOVE    "N"                     TO      WS-EOF-SW.
001520      EXEC SQL
001600      EXEC SQL
001610           CLOSE CUR1
001620      END-EXEC.
RPTX01
RPTX01*   TRAILER CONTROL TOTALS: VOLUME, REPAIRS AND RETURNS.
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "TRL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORSCR"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    6                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "VOLUME"                TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-RX-VOL               TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    "REPAIRS"               TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    WS-RX-RPR               TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    "RETURNS"               TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    WS-RX-RET               TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (6).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01      IF      WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHCORSCR - DELIMITED EXTRACT INCOMPLETE"
RPTX01      END-IF.
001630
001640      PERFORM B000-REVIEW-FALLBACK-ORDER
001650         THRU B099-REVIEW-FALLBACK-ORDER-EX.
001950              WS-SC-VOL " " WS-SC-RATE-ED " "
001960              WS-SC-RETCNT " " WS-SC-TOPRSN.
001970      DISPLAY "    VALUE " WS-SC-VAL-ED.
RPTX01
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "DTL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORSCR"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    9                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    WS-MONTH-AGO            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-SC-BANKID            TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    WS-SC-CUYCD             TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    WS-SC-VOL               TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    WS-SC-VAL               TO      WS-RX-AMT-ED.
RPTX01      MOVE    WS-RX-AMT-ED            TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    WS-SC-RPRCNT            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    WS-SC-RATE-ED           TO      WK-C-RPTX-COL (7).
RPTX01      MOVE    WS-SC-RETCNT            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (8).
RPTX01      MOVE    WS-SC-TOPRSN            TO      WK-C-RPTX-COL (9).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01      ADD     WS-SC-VOL               TO      WS-RX-VOL.
RPTX01      ADD     WS-SC-RPRCNT            TO      WS-RX-RPR.
RPTX01      ADD     WS-SC-RETCNT            TO      WS-RX-RET.
001980
001990  A199-SCORE-ONE-BANK-EX.
002000      EXIT.
002250      DISPLAY "GHCORSCR - NOSTRO FALLBACK ORDER REVIEW:".
002260      MOVE    "N"                     TO      WS-EOF-SW.
002270      MOVE    SPACES                  TO      WS-NA-PRV-CUY.
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "HDR"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORFBK"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    7                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "CURRENCY"              TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    "BETTER_BANK"           TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    "BETTER_SEQ"            TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    "BETTER_REPAIR_PCT"     TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    "WORSE_BANK_ABOVE"      TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    "WORSE_SEQ"             TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    "WORSE_REPAIR_PCT"      TO      WK-C-RPTX-COL (7).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
002280
002290      EXEC SQL
002300           OPEN CUR2
002370      EXEC SQL
002380           CLOSE CUR2
002390      END-EXEC.
RPTX01
RPTX01*   TRAILER CONTROL TOTAL: FALLBACK AGENTS REVIEWED.
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "TRL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORFBK"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    2                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    "AGENTS_REVIEWED"       TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-RX-AGENTS            TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (2).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01      IF      WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHCORSCR - DELIMITED EXTRACT INCOMPLETE"
RPTX01      END-IF.
002400
002410  B099-REVIEW-FALLBACK-ORDER-EX.
002420      EXIT.
002540
002550      PERFORM B020-GET-AGENT-RATE
002560         THRU B029-GET-AGENT-RATE-EX.
RPTX01      ADD     1                       TO      WS-RX-AGENTS.
002570
002580      IF      WS-NA-CUYCD = WS-NA-PRV-CUY
002590          AND WS-NA-RATE < WS-NA-PRV-RATE
002610                      " (SEQ " WS-NA-SEQNO ") SCORES BETTER"
002620                      " THAN " WS-NA-PRV-BANK " (SEQ "
002630                      WS-NA-PRV-SEQNO ") ABOVE IT"
RPTX01              PERFORM B030-EXTRACT-FLAG
RPTX01                 THRU B039-EXTRACT-FLAG-EX
002640      END-IF.
002650
002660      MOVE    WS-NA-CUYCD          TO      WS-NA-PRV-CUY.
002860
002870  B029-GET-AGENT-RATE-EX.
002880      EXIT.
RPTX01
RPTX01  B030-EXTRACT-FLAG.
RPTX01      INITIALIZE                      WK-C-RPTX-RECORD.
RPTX01      MOVE    "DTL"                   TO      WK-C-RPTX-MODE.
RPTX01      MOVE    "GHCORFBK"              TO      WK-C-RPTX-REPORTID.
RPTX01      MOVE    7                       TO      WK-N-RPTX-COLCNT.
RPTX01      MOVE    WS-NA-CUYCD             TO      WK-C-RPTX-COL (1).
RPTX01      MOVE    WS-NA-BANKID            TO      WK-C-RPTX-COL (2).
RPTX01      MOVE    WS-NA-SEQNO             TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (3).
RPTX01      MOVE    WS-NA-RATE              TO      WS-RX-RATE-ED.
RPTX01      MOVE    WS-RX-RATE-ED           TO      WK-C-RPTX-COL (4).
RPTX01      MOVE    WS-NA-PRV-BANK          TO      WK-C-RPTX-COL (5).
RPTX01      MOVE    WS-NA-PRV-SEQNO         TO      WS-RX-N-ED.
RPTX01      MOVE    WS-RX-N-ED              TO      WK-C-RPTX-COL (6).
RPTX01      MOVE    WS-NA-PRV-RATE          TO      WS-RX-RATE-ED.
RPTX01      MOVE    WS-RX-RATE-ED           TO      WK-C-RPTX-COL (7).
RPTX01      CALL    "TRFXRPTX"              USING   WK-C-RPTX-RECORD.
RPTX01
RPTX01  B039-EXTRACT-FLAG-EX.
RPTX01      EXIT.
002890
002900  Y900-ABNORMAL-TERMINATION.
002910      SET UPSI-SWITCH-2 TO ON.

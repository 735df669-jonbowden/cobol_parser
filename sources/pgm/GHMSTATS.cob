      *               ASKING FOR BESPOKE PULLS. REPORT MONTH COMES
      *               FROM THE LOCAL DATA AREA (RPTMONTH, CCYYMM) -
      *               BLANK MEANS THE LAST FULL MONTH.
RPTX01*               THE SAME ROWS ALSO GO TO THE DELIMITED TFSRPTEXT
RPTX01*               EXTRACT (TRFXRPTX) WITH HEADINGS AND A TRAILER.
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS THAT CAN HOLD
ARCP01*               THE THREE MONTHS ARE READ - EACH MONTH'S OWN AND
ARCP01*               THE ARCPLKBK MONTHS BEFORE IT (DEFAULT 12, NEVER
ARCP01*               LESS THAN THE WHSEHRZN WAREHOUSE HORIZON), FOR
ARCP01*               ITEMS TAKEN IN ONE MONTH AND PROCESSED IN A
ARCP01*               LATER ONE - LONG REPAIRS AND WAREHOUSED ITEMS.
      *NOTE        :  MODELLED ON GHARCINQ / GHLATRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS ONLY THE MONTHLY
      *                                    TFSSTPLH PARTITIONS OF THE
      *                                    THREE REPORTED MONTHS (AND
      *                                    THE ARCPLKBK MONTHS BEFORE
      *                                    EACH)
      *                                    THROUGH TRFXARCP; AN
      *                                    OFFLINE PARTITION IS
      *                                    FLAGGED ON THE LOG.
      *  RPTX01 - RISKOPS   - 15/10/2026 - DELIMITED TFSRPTEXT EXTRACT
      *                                    OF EVERY REPORT LINE.
      *  MSTAT1 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
       COPY ASCMWS.

       COPY JLOG.
RPTX01 COPY RPTX.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTMONTH  PIC X(06).
       01  WS-PRVMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-YAGMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-ITEM-MONTH       PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-FROMMTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 COPY ARCP.
ARCP01 COPY XPARA.
ARCP01 01  WS-LKBK-MONTHS      PIC 9(03) VALUE 12.
ARCP01 01  WS-WHSE-MONTHS      PIC 9(03) VALUE ZEROES.
ARCP01 01  WS-CUR-FROMMTH      PIC 9(06) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-AMT-ED           PIC Z(14)9.99-.
       01  WS-IX-D             PIC 9(01) VALUE ZERO.
       01  WS-EXT-CNT          PIC S9(07) COMP VALUE ZERO.
RPTX01 01  WS-RX-CNT-ED        PIC Z(08)9.
RPTX01 01  WS-RX-AMT-ED        PIC -(15)9.99.
       01  WS-JOBNAME          PIC X(10) VALUE "GHMSTATS".

       EJECT
                    DISPLAY "GHMSTATS - OPEN FILE ERROR - TFSMSTEXT"
                    GO TO Y900-ABNORMAL-TERMINATION.

RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "HDR"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     5                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "REPORT_MONTH"      TO WK-C-RPTX-COL (1).
RPTX01     MOVE     "SECTION"           TO WK-C-RPTX-COL (2).
RPTX01     MOVE     "KEY"               TO WK-C-RPTX-COL (3).
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (4).
RPTX01     MOVE     "AMOUNT"            TO WK-C-RPTX-COL (5).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

           PERFORM  B000-SCAN-ARCHIVE
              THRU  B099-SCAN-ARCHIVE-EX.
           PERFORM  C000-SCAN-KPI
           CLOSE    TFSMSTEXT.
           DISPLAY  "GHMSTATS - EXTRACT ROWS WRITTEN: " WS-EXT-CNT.

RPTX01*    TRAILER CONTROL TOTALS: THE REPORT MONTH'S ITEMS AND VALUE.
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "TRL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     4                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     "ITEMS"             TO WK-C-RPTX-COL (1).
RPTX01     MOVE     WS-CUR-CNT          TO WS-RX-CNT-ED.
RPTX01     MOVE     WS-RX-CNT-ED        TO WK-C-RPTX-COL (2).
RPTX01     MOVE     "AMOUNT"            TO WK-C-RPTX-COL (3).
RPTX01     MOVE     WS-CUR-AMT          TO WS-RX-AMT-ED.
RPTX01     MOVE     WS-RX-AMT-ED        TO WK-C-RPTX-COL (4).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
RPTX01     IF       WK-C-RPTX-ERROR-CD NOT = SPACES
RPTX01              DISPLAY "GHMSTATS - DELIMITED EXTRACT INCOMPLETE"
RPTX01     END-IF.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
      *---------------------------------------------------------------*
       B000-SCAN-ARCHIVE.
      *---------------------------------------------------------------*
ARCP01*    THE ARCHIVE IS PARTITIONED BY INTAKE MONTH; AN ITEM IS
ARCP01*    COUNTED BY ITS PROCESSING MONTH, SO EACH PERIOD NEEDS ITS
ARCP01*    OWN PARTITION AND THOSE OF THE LOOK-BACK BEFORE IT. LAST
ARCP01*    YEAR'S MONTH FIRST, THEN THE PRIOR AND REPORT MONTHS
ARCP01*    TOGETHER - AS ONE RANGE WHEN THE LOOK-BACK REACHES LAST
ARCP01*    YEAR'S MONTH, SO NO PARTITION IS READ TWICE.
ARCP01     PERFORM  B050-GET-LOOKBACK
ARCP01        THRU  B059-GET-LOOKBACK-EX.
ARCP01
ARCP01     MOVE     WS-PRVMONTH         TO WS-FROMMTH.
ARCP01     PERFORM  B040-BACK-ONE-MONTH
ARCP01        THRU  B049-BACK-ONE-MONTH-EX
ARCP01              WS-LKBK-MONTHS TIMES.
ARCP01     MOVE     WS-FROMMTH          TO WS-CUR-FROMMTH.
ARCP01     MOVE     WS-YAGMONTH         TO WS-FROMMTH.
ARCP01     PERFORM  B040-BACK-ONE-MONTH
ARCP01        THRU  B049-BACK-ONE-MONTH-EX
ARCP01              WS-LKBK-MONTHS TIMES.
ARCP01     IF       WS-CUR-FROMMTH > WS-YAGMONTH
ARCP01              MOVE WS-YAGMONTH    TO WS-TOMTH
ARCP01              PERFORM B020-SCAN-MONTH-RANGE
ARCP01                 THRU B029-SCAN-MONTH-RANGE-EX
ARCP01              MOVE WS-CUR-FROMMTH TO WS-FROMMTH
ARCP01     END-IF.
ARCP01     MOVE     WS-RPTMONTH         TO WS-TOMTH.
ARCP01     PERFORM  B020-SCAN-MONTH-RANGE
ARCP01        THRU  B029-SCAN-MONTH-RANGE-EX.

       B099-SCAN-ARCHIVE-EX.
           EXIT.

ARCP01 B020-SCAN-MONTH-RANGE.
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  B030-SCAN-ONE-PARTITION
ARCP01        THRU  B039-SCAN-ONE-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.
ARCP01
ARCP01 B029-SCAN-MONTH-RANGE-EX.
ARCP01     EXIT.
ARCP01
ARCP01 B030-SCAN-ONE-PARTITION.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-FROMMTH          TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO B039-SCAN-ONE-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHMSTATS - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT IN THE FIGURES"
ARCP01              GO TO B039-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO B039-SCAN-ONE-PARTITION-EX.
ARCP01
           OPEN     INPUT TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHMSTATS - OPEN FILE ERROR - TFSSTPLH"
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-ARCHIVE-ROW
              THRU  B019-ONE-ARCHIVE-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 B039-SCAN-ONE-PARTITION-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 B040-BACK-ONE-MONTH.
ARCP01*---------------------------------------------------------------*
ARCP01     IF       WS-FROMMTH (5:2) = "01"
ARCP01              COMPUTE WS-FROMMTH = WS-FROMMTH - 100 + 11
ARCP01     ELSE
ARCP01              SUBTRACT 1          FROM WS-FROMMTH
ARCP01     END-IF.
ARCP01
ARCP01 B049-BACK-ONE-MONTH-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 B050-GET-LOOKBACK.
ARCP01*---------------------------------------------------------------*
ARCP01*    ARCPLKBK MONTHS IF SET, ELSE THE DEFAULT - BUT NEVER SHORT
ARCP01*    OF THE WAREHOUSE HORIZON (WHSEHRZN DAYS, AS TRFGSTPD READS
ARCP01*    IT) PLUS THE MONTH THE ITEM WAS TAKEN IN, OR A WAREHOUSED
ARCP01*    ITEM WOULD DROP OUT OF THE FIGURES.
ARCP01*---------------------------------------------------------------*
ARCP01     INITIALIZE                   WK-C-XPARA-RECORD.
ARCP01     MOVE     "ARCPLKBK"          TO WK-C-XPARA-PARACD.
ARCP01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
ARCP01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
ARCP01     IF       WK-C-XPARA-ERROR-CD = SPACES
ARCP01              AND WK-N-XPARA-PARANUM > ZERO
ARCP01              AND WK-N-XPARA-PARANUM < 121
ARCP01              MOVE WK-N-XPARA-PARANUM TO WS-LKBK-MONTHS.
ARCP01
ARCP01     INITIALIZE                   WK-C-XPARA-RECORD.
ARCP01     MOVE     "WHSEHRZN"          TO WK-C-XPARA-PARACD.
ARCP01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
ARCP01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
ARCP01     IF       WK-C-XPARA-ERROR-CD = SPACES
ARCP01              AND WK-N-XPARA-PARANUM > ZERO
ARCP01              AND WK-N-XPARA-PARANUM < 999
ARCP01              COMPUTE WS-WHSE-MONTHS =
ARCP01                      (WK-N-XPARA-PARANUM + 29) / 30 + 1
ARCP01              IF WS-WHSE-MONTHS > WS-LKBK-MONTHS
ARCP01                 MOVE WS-WHSE-MONTHS TO WS-LKBK-MONTHS
ARCP01              END-IF
ARCP01     END-IF.
ARCP01
ARCP01     DISPLAY  "GHMSTATS - ARCHIVE LOOK-BACK " WS-LKBK-MONTHS
ARCP01              " MONTHS BEFORE EACH PERIOD".
ARCP01
ARCP01 B059-GET-LOOKBACK-EX.
ARCP01     EXIT.

       B010-ONE-ARCHIVE-ROW.
           READ     TFSSTPLH.
       E000-WRITE-EXTRACT.
      *---------------------------------------------------------------*
           MOVE     WS-RPTMONTH         TO TFSMSTEXT-RPTMONTH.
RPTX01*    THE DELIMITED ROW IS TAKEN BEFORE THE WRITE RELEASES
RPTX01*    THE RECORD AREA.
RPTX01     INITIALIZE                   WK-C-RPTX-RECORD.
RPTX01     MOVE     "DTL"               TO WK-C-RPTX-MODE.
RPTX01     MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
RPTX01     MOVE     5                   TO WK-N-RPTX-COLCNT.
RPTX01     MOVE     TFSMSTEXT-RPTMONTH  TO WK-C-RPTX-COL (1).
RPTX01     MOVE     TFSMSTEXT-SECTION   TO WK-C-RPTX-COL (2).
RPTX01     MOVE     TFSMSTEXT-KEYVAL    TO WK-C-RPTX-COL (3).
RPTX01     MOVE     TFSMSTEXT-CNT       TO WS-RX-CNT-ED.
RPTX01     MOVE     WS-RX-CNT-ED        TO WK-C-RPTX-COL (4).
RPTX01     MOVE     TFSMSTEXT-AMT       TO WS-RX-AMT-ED.
RPTX01     MOVE     WS-RX-AMT-ED        TO WK-C-RPTX-COL (5).
RPTX01     CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
           WRITE    TFSMSTEXT-REC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHMSTATS - WRITE ERROR - TFSMSTEXT"

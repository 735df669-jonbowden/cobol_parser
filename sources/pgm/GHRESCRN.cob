      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHRESCRN.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  RETROSPECTIVE RE-SCREENING AFTER A SANCTIONS
      *               LIST UPDATE. WHEN A NEW NAME IS DESIGNATED,
      *               COMPLIANCE MUST KNOW WHETHER WE PAID THAT PARTY
      *               RECENTLY. THE JOB TAKES THE LIST ADDITIONS FOR
      *               THE LIST DATE (TFSSCRADD) AND RE-SENDS THE PARTY
      *               NAMES OF EVERY PROCESSED ITEM ON TFSSTPL AND THE
      *               TFSSTPLH ARCHIVE WHOSE PROCESSING DATE FALLS IN
      *               THE LOOKBACK WINDOW TO THE SCREENING ENGINE OVER
      *               THE ISLSCRQ ENQUIRY, SCOPED TO THOSE ADDITIONS.
      *               EVERY HIT ON AN ADDED ENTRY IS WRITTEN TO THE
      *               TFSRSCRV REVIEW FILE WITH THE ITEM REFERENCE,
      *               VALUE DATE, AMOUNT AND MATCHED ENTRY; ITEMS THE
      *               ENGINE COULD NOT SCREEN ARE WRITTEN TOO, SO THE
      *               GAP IS VISIBLE. THE LOOKBACK WINDOW IS SYSTEM
      *               PARAMETER SCRRSCNDAY (DAYS, DEFAULT 90). LIST
      *               DATE COMES FROM THE LOCAL DATA AREA (LISTDTE,
      *               CCYYMMDD) - BLANK MEANS TODAY.
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS THAT CAN HOLD
ARCP01*               THE WINDOW ARE READ - THE WINDOW'S INTAKE MONTHS
ARCP01*               AND THE ARCPLKBK MONTHS BEFORE THEM (DEFAULT 12,
ARCP01*               NEVER LESS THAN THE WHSEHRZN WAREHOUSE HORIZON).
      *NOTE        :  MODELLED ON GHMSTATS / TRFVSCRN.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS ONLY THE MONTHLY
      *                        TFSSTPLH PARTITIONS COVERING THE
      *                        LOOKBACK WINDOW; AN OFFLINE PARTITION
      *                        IS REPORTED AS NOT RE-SCREENED.
      *---------------------------------------------------------------*
      *  RSCN01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    LOCAL-DATA IS LOCAL-DATA-AREA
                         UPSI-2 IS UPSI-SWITCH-2
                           ON  STATUS IS U2-ON
                           OFF STATUS IS U2-OFF.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSSCRADD ASSIGN TO DATABASE-TFSSCRADD
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPLH ASSIGN TO DATABASE-TFSSTPLH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRSCRV ASSIGN TO DATABASE-TFSRSCRV
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSCRADD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSCRADD-REC.
       01  TFSSCRADD-REC.
           COPY DDS-ALL-FORMATS OF TFSSCRADD.
       01  TFSSCRADD-REC-1.
           COPY TFSSCRADD.
      *    BOTH QUEUE FILES ARE READ INTO WS-STPL-ITEM - THE ARCHIVE
      *    CARRIES THE TFSSTPL RECORD LAYOUT.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       FD  TFSSTPLH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPLH-REC.
       01  TFSSTPLH-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPLH.
       FD  TFSRSCRV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRSCRV-REC.
       01  TFSRSCRV-REC.
           COPY DDS-ALL-FORMATS OF TFSRSCRV.
       01  TFSRSCRV-REC-1.
           COPY TFSRSCRV.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHRESCRN  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY XGSPA.
       COPY ISLSCRQ.
       COPY DIAC.

       01  WS-STPL-ITEM.
           COPY TFSSTPL.

       01  WS-LDA-AREA.
           05 WS-LDA-LISTDTE   PIC X(08).
           05 FILLER           PIC X(1016).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-LISTDTE          PIC 9(08) VALUE ZEROES.
       01  WS-FROM-DTE         PIC 9(08) VALUE ZEROES.
       01  WS-LOOKBK-DAYS      PIC 9(03) VALUE 90.
       01  WS-LOOKBK-PARCD     PIC X(10) VALUE "SCRRSCNDAY".

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-SRCFILE          PIC X(01)  VALUE SPACE.
ARCP01 01  WS-FROMMTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 COPY ARCP.
ARCP01 COPY XPARA.
ARCP01 01  WS-LKBK-MONTHS      PIC 9(03) VALUE 12.
ARCP01 01  WS-WHSE-MONTHS      PIC 9(03) VALUE ZEROES.

      * THE LIST DATE'S ADDITIONS - A HIT IS ONLY REPORTED WHEN THE
      * RULE THE ENGINE RETURNS IS ONE OF THESE ENTRIES.
       01  WS-AD-TAB.
           05 WS-AD-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-AD-ENT OCCURS 500 TIMES.
              10 WS-AD-ENTRYID PIC X(20).
              10 WS-AD-ENTNAME PIC X(35).
              10 WS-AD-LISTSRC PIC X(10).
       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HIT-IX           PIC S9(04) COMP VALUE ZERO.

       01  WS-ORDCUST-FOLDED   PIC X(35).
       01  WS-BENEF-FOLDED     PIC X(35).

      * CONSECUTIVE ENGINE FAILURES BEFORE THE RUN IS ABANDONED -
      * A DOWN ENGINE WOULD OTHERWISE FLOOD THE REVIEW FILE.
       01  WS-UNAV-RUN         PIC 9(05) VALUE ZEROES.
       01  WS-UNAV-MAX         PIC 9(05) VALUE 20.

       01  WS-SCAN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-SCRN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-HIT-CNT          PIC 9(09) VALUE ZEROES.
       01  WS-OTH-CNT          PIC 9(09) VALUE ZEROES.
       01  WS-UNAV-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHRESCRN".

       EJECT
      ********************
       PROCEDURE DIVISION.
      ********************
       MAIN-MODULE.
           PERFORM A000-MAIN-PROCESSING
              THRU A099-MAIN-PROCESSING-EX.
           PERFORM Z000-END-PROGRAM-ROUTINE
              THRU Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.
       EJECT
      *---------------------------------------------------------------*
       A000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-RESOLVE-WINDOW
              THRU  A199-RESOLVE-WINDOW-EX.
           PERFORM  B000-LOAD-ADDITIONS
              THRU  B099-LOAD-ADDITIONS-EX.

           IF       WS-AD-CNT = ZERO
                    DISPLAY "GHRESCRN - NO LIST ADDITIONS FOR "
                            WS-LISTDTE " - NOTHING TO RE-SCREEN"
                    GO TO A090-LOG-END.

           OPEN     EXTEND TFSRSCRV.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRESCRN - OPEN FILE ERROR - TFSRSCRV"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "L"                 TO WS-SRCFILE.
           PERFORM  C000-SCAN-LIVE
              THRU  C099-SCAN-LIVE-EX.
           MOVE     "H"                 TO WS-SRCFILE.
           PERFORM  C100-SCAN-ARCHIVE
              THRU  C199-SCAN-ARCHIVE-EX.

           CLOSE    TFSRSCRV.

           DISPLAY  "GHRESCRN - PROCESSED ITEMS IN WINDOW   : "
                    WS-SCAN-CNT.
           DISPLAY  "GHRESCRN - ITEMS RE-SCREENED           : "
                    WS-SCRN-CNT.
           DISPLAY  "GHRESCRN - HITS ON LIST ADDITIONS      : "
                    WS-HIT-CNT.
           DISPLAY  "GHRESCRN - HITS ON OLDER ENTRIES (IGN.): "
                    WS-OTH-CNT.
           DISPLAY  "GHRESCRN - NOT SCREENED (ENGINE DOWN)  : "
                    WS-UNAV-CNT.

       A090-LOG-END.
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-SCRN-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-RESOLVE-WINDOW.
      *---------------------------------------------------------------*
      *    LIST DATE FROM THE LDA, ELSE TODAY. THE WINDOW RUNS BACK
      *    SCRRSCNDAY DAYS FROM THE LIST DATE; THE PARAMETER NOT SET
      *    (OR ZERO) FALLS BACK TO 90 DAYS.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-LISTDTE NUMERIC
                    AND WS-LDA-LISTDTE NOT = "00000000"
                    MOVE WS-LDA-LISTDTE TO WS-LISTDTE
           ELSE
                    MOVE WS-DATE-8      TO WS-LISTDTE
           END-IF.

           INITIALIZE                   WK-C-XGSPA-RECORD.
           MOVE     WS-LOOKBK-PARCD     TO WK-C-XGSPA-GHPARCD.
           CALL     "TRFXGSPA"          USING WK-C-XGSPA-RECORD.
           IF       WK-C-XGSPA-ERROR-CD = SPACES
                    AND WK-N-XGSPA-GHPARNUM > ZERO
                    AND WK-N-XGSPA-GHPARNUM < 1000
                    MOVE WK-N-XGSPA-GHPARNUM TO WS-LOOKBK-DAYS.

           COMPUTE  WS-FROM-DTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-LISTDTE)
                     - WS-LOOKBK-DAYS).

           DISPLAY  "GHRESCRN - RE-SCREENING LIST ADDITIONS OF "
                    WS-LISTDTE " OVER ITEMS PROCESSED "
                    WS-FROM-DTE " TO " WS-DATE-8.

       A199-RESOLVE-WINDOW-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-ADDITIONS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSCRADD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRESCRN - OPEN FILE ERROR - TFSSCRADD"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-ADDITION
              THRU  B019-ONE-ADDITION-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSCRADD.

           DISPLAY  "GHRESCRN - LIST ADDITIONS LOADED: " WS-AD-CNT.

       B099-LOAD-ADDITIONS-EX.
           EXIT.

       B010-ONE-ADDITION.
           READ     TFSSCRADD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-ADDITION-EX.
           IF       TFSSCRADD-LISTDTE NOT = WS-LISTDTE
                    GO TO B019-ONE-ADDITION-EX.

      *    A LIST DAY LARGER THAN THE TABLE CANNOT BE PARTLY SCREENED
      *    WITHOUT SAYING SO - STOP AND LET THE DAY BE SPLIT.
           IF       WS-AD-CNT NOT < 500
                    DISPLAY "GHRESCRN - MORE THAN 500 ADDITIONS FOR "
                            WS-LISTDTE
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-AD-CNT.
           MOVE     TFSSCRADD-ENTRYID   TO WS-AD-ENTRYID (WS-AD-CNT).
           MOVE     TFSSCRADD-ENTNAME   TO WS-AD-ENTNAME (WS-AD-CNT).
           MOVE     TFSSCRADD-LISTSRC   TO WS-AD-LISTSRC (WS-AD-CNT).

       B019-ONE-ADDITION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-LIVE.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRESCRN - OPEN FILE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-ONE-LIVE-ITEM
              THRU  C019-ONE-LIVE-ITEM-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

       C099-SCAN-LIVE-EX.
           EXIT.

       C010-ONE-LIVE-ITEM.
           READ     TFSSTPL             INTO WS-STPL-ITEM.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-ONE-LIVE-ITEM-EX.
           PERFORM  D000-RESCREEN-ITEM
              THRU  D099-RESCREEN-ITEM-EX.

       C019-ONE-LIVE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-SCAN-ARCHIVE.
      *---------------------------------------------------------------*
ARCP01*    THE ARCHIVE IS PARTITIONED BY INTAKE MONTH; THE WINDOW IS
ARCP01*    ON PROCESSING DATE, SO ALSO READ THE LOOK-BACK MONTHS BEFORE
ARCP01*    IT STARTS - AN ITEM CAN BE TAKEN IN LONG BEFORE IT IS
ARCP01*    PROCESSED (A LONG REPAIR, A WAREHOUSED FUTURE VALUE DATE).
ARCP01     PERFORM  C140-GET-LOOKBACK
ARCP01        THRU  C149-GET-LOOKBACK-EX.
ARCP01     COMPUTE  WS-FROMMTH = WS-FROM-DTE / 100.
ARCP01     PERFORM  C130-BACK-ONE-MONTH
ARCP01        THRU  C139-BACK-ONE-MONTH-EX
ARCP01              WS-LKBK-MONTHS TIMES.
ARCP01     COMPUTE  WS-TOMTH = WS-DATE-8 / 100.
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  C120-SCAN-ONE-PARTITION
ARCP01        THRU  C129-SCAN-ONE-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.

       C199-SCAN-ARCHIVE-EX.
           EXIT.

ARCP01 C120-SCAN-ONE-PARTITION.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-FROMMTH          TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO C129-SCAN-ONE-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHRESCRN - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT RE-SCREENED"
ARCP01              GO TO C129-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO C129-SCAN-ONE-PARTITION-EX.
ARCP01
           OPEN     INPUT TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRESCRN - OPEN FILE ERROR - TFSSTPLH"
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C110-ONE-ARCHIVE-ITEM
              THRU  C119-ONE-ARCHIVE-ITEM-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 C129-SCAN-ONE-PARTITION-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 C130-BACK-ONE-MONTH.
ARCP01*---------------------------------------------------------------*
ARCP01     IF       WS-FROMMTH (5:2) = "01"
ARCP01              COMPUTE WS-FROMMTH = WS-FROMMTH - 100 + 11
ARCP01     ELSE
ARCP01              SUBTRACT 1          FROM WS-FROMMTH
ARCP01     END-IF.
ARCP01
ARCP01 C139-BACK-ONE-MONTH-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 C140-GET-LOOKBACK.
ARCP01*---------------------------------------------------------------*
ARCP01*    ARCPLKBK MONTHS IF SET, ELSE THE DEFAULT - BUT NEVER SHORT
ARCP01*    OF THE WAREHOUSE HORIZON (WHSEHRZN DAYS, AS TRFGSTPD READS
ARCP01*    IT) PLUS THE MONTH THE ITEM WAS TAKEN IN.
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
ARCP01 C149-GET-LOOKBACK-EX.
ARCP01     EXIT.

       C110-ONE-ARCHIVE-ITEM.
           READ     TFSSTPLH            INTO WS-STPL-ITEM.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C119-ONE-ARCHIVE-ITEM-EX.
           PERFORM  D000-RESCREEN-ITEM
              THRU  D099-RESCREEN-ITEM-EX.

       C119-ONE-ARCHIVE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-RESCREEN-ITEM.
      *---------------------------------------------------------------*
      *    PROCESSED ITEMS IN THE WINDOW ONLY. NAMES ARE FOLDED THE
      *    SAME WAY TRFVSCRN FOLDS THEM FOR THE REAL-TIME ENQUIRY.
      *---------------------------------------------------------------*
           IF       TFSSPTL-PRCIND NOT = "Y"
                    OR TFSSPTL-PROCDTE < WS-FROM-DTE
                    OR TFSSPTL-PROCDTE > WS-DATE-8
                    GO TO D099-RESCREEN-ITEM-EX.
           ADD      1                   TO WS-SCAN-CNT.
           IF       TFSSPTL-TAG50NM = SPACES
                    AND TFSSPTL-TAG59-V2 (1) = SPACES
                    GO TO D099-RESCREEN-ITEM-EX.

           INITIALIZE                   WK-C-DIAC-RECORD.
           MOVE     TFSSPTL-TAG50NM     TO WK-C-DIAC-NAME-IN.
           CALL     "TRFXDIAC"          USING WK-C-DIAC-RECORD.
           MOVE     WK-C-DIAC-NAME-OUT  TO WS-ORDCUST-FOLDED.

           INITIALIZE                   WK-C-DIAC-RECORD.
           MOVE     TFSSPTL-TAG59-V2 (1) TO WK-C-DIAC-NAME-IN.
           CALL     "TRFXDIAC"          USING WK-C-DIAC-RECORD.
           MOVE     WK-C-DIAC-NAME-OUT  TO WS-BENEF-FOLDED.

           INITIALIZE                   WK-ISLSCRQ.
           MOVE     "TRFRM"             TO WK-I-ISLSCRQ-APPLI-SYS.
           MOVE     "TRFRSCNRQ"         TO WK-I-SCRQ-RTN-DATAQ-NAME.
           MOVE     TFSSPTL-PARALNO     TO WK-I-ISLSCRQ-TRNNO.
           MOVE     WS-ORDCUST-FOLDED   TO WK-I-ISLSCRQ-ORDCUST-NM.
           MOVE     WS-BENEF-FOLDED     TO WK-I-ISLSCRQ-BENEF-NM.
           MOVE     TFSSPTL-CUYCD       TO WK-I-ISLSCRQ-CUYCD.
           MOVE     TFSSPTL-AMT         TO WK-I-ISLSCRQ-AMT.
           MOVE     "A"                 TO WK-I-ISLSCRQ-SCOPE.
           MOVE     WS-LISTDTE          TO WK-I-ISLSCRQ-ADDDTE.
           MOVE     9                   TO WK-O-ISLSCRQ-STATUS.

           CALL     "ISLSCRNQ"          USING WK-ISLSCRQ
               ON EXCEPTION
                    MOVE 9              TO WK-O-ISLSCRQ-STATUS
           END-CALL.

           EVALUATE WK-O-ISLSCRQ-STATUS
               WHEN 0
                    ADD  1              TO WS-SCRN-CNT
                    MOVE ZERO           TO WS-UNAV-RUN
               WHEN 1
                    ADD  1              TO WS-SCRN-CNT
                    MOVE ZERO           TO WS-UNAV-RUN
                    PERFORM D100-MATCH-ADDITION
                       THRU D199-MATCH-ADDITION-EX
               WHEN OTHER
                    ADD  1              TO WS-UNAV-CNT
                                           WS-UNAV-RUN
                    INITIALIZE          TFSRSCRV-REC-1
                    MOVE "U"            TO TFSRSCRV-RESULT
                    PERFORM E000-WRITE-REVIEW
                       THRU E099-WRITE-REVIEW-EX
                    IF WS-UNAV-RUN NOT < WS-UNAV-MAX
                       DISPLAY "GHRESCRN - SCREENING ENGINE "
                               "UNAVAILABLE - RUN ABANDONED"
                       CLOSE TFSRSCRV
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
           END-EVALUATE.

       D099-RESCREEN-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-MATCH-ADDITION.
      *---------------------------------------------------------------*
      *    A HIT ON AN ENTRY THAT IS NOT A LIST-DATE ADDITION WAS
      *    SCREENED WHEN THE ITEM WAS PROCESSED - COUNTED, NOT
      *    REPORTED.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-HIT-IX.
           PERFORM  D110-FIND-ADDITION
              THRU  D119-FIND-ADDITION-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-AD-CNT
                       OR WS-HIT-IX > ZERO.
           IF       WS-HIT-IX = ZERO
                    ADD  1              TO WS-OTH-CNT
                    GO TO D199-MATCH-ADDITION-EX.

           ADD      1                   TO WS-HIT-CNT.
           INITIALIZE                   TFSRSCRV-REC-1.
           MOVE     "H"                 TO TFSRSCRV-RESULT.
           MOVE     WS-AD-ENTRYID (WS-HIT-IX) TO TFSRSCRV-ENTRYID.
           MOVE     WS-AD-ENTNAME (WS-HIT-IX) TO TFSRSCRV-ENTNAME.
           MOVE     WS-AD-LISTSRC (WS-HIT-IX) TO TFSRSCRV-LISTSRC.
           PERFORM  E000-WRITE-REVIEW
              THRU  E099-WRITE-REVIEW-EX.
           DISPLAY  "GHRESCRN - HIT " TFSSPTL-PARALNO "/"
                    TFSSPTL-SEQNUM " VALUE " TFSSPTL-VALDTE " "
                    TFSSPTL-CUYCD " ON " WS-AD-ENTRYID (WS-HIT-IX).

       D199-MATCH-ADDITION-EX.
           EXIT.

       D110-FIND-ADDITION.
           IF       WS-AD-ENTRYID (WS-IX) = WK-O-ISLSCRQ-HITRULE
                    MOVE WS-IX          TO WS-HIT-IX.

       D119-FIND-ADDITION-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-WRITE-REVIEW.
      *---------------------------------------------------------------*
      *    RESULT AND THE MATCHED ENTRY ARE SET BY THE CALLER.
      *---------------------------------------------------------------*
           MOVE     WS-LISTDTE          TO TFSRSCRV-LISTDTE.
           MOVE     TFSSPTL-PARALNO     TO TFSRSCRV-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSRSCRV-SEQNUM.
           MOVE     WS-DATE-8           TO TFSRSCRV-RUNDTE.
           MOVE     WS-SRCFILE          TO TFSRSCRV-SRCFILE.
           MOVE     TFSSPTL-SWFTMGTY    TO TFSRSCRV-SWFTMGTY.
           MOVE     TFSSPTL-SENBNKID    TO TFSRSCRV-SENBNKID.
           MOVE     TFSSPTL-VALDTE      TO TFSRSCRV-VALDTE.
           MOVE     TFSSPTL-PROCDTE     TO TFSRSCRV-PROCDTE.
           MOVE     TFSSPTL-CUYCD       TO TFSRSCRV-CUYCD.
           MOVE     TFSSPTL-AMT         TO TFSRSCRV-AMT.
           MOVE     WS-ORDCUST-FOLDED   TO TFSRSCRV-ORDCUSTNM.
           MOVE     WS-BENEF-FOLDED     TO TFSRSCRV-BENEFNM.
           MOVE     SPACE               TO TFSRSCRV-REVSTAT.
           WRITE    TFSRSCRV-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRESCRN - WRITE ERROR - TFSRSCRV"
                    GO TO Y900-ABNORMAL-TERMINATION.

       E099-WRITE-REVIEW-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           SET      UPSI-SWITCH-2       TO ON.
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "ABN"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.
           PERFORM  Z000-END-PROGRAM-ROUTINE
              THRU  Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHRESCRN ***************
      ******************************************************************

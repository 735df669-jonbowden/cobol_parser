      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHKWHRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY HIT-RATE REPORT FOR THE NARRATIVE
      *               KEYWORD WATCH-LIST (TFSKWWL). TRFVSCRN HOLDS
      *               AN ITEM ON TFSSCRHLD WITH REASON K AND THE
      *               MATCHED KEYWORD AS HITRULE; THIS REPORT COUNTS
      *               THOSE HOLDS PER KEYWORD FOR THE REPORT MONTH
      *               WITH HOW COMPLIANCE DISPOSED OF THEM - RELEASED,
      *               BLOCKED OR STILL OPEN. A KEYWORD WHOSE HOLDS ARE
      *               NEARLY ALL RELEASED IS FLAGGED NOISY SO THE LIST
      *               CAN BE PRUNED; KEYWORDS THAT DID NOT FIRE AT ALL
      *               ARE LISTED TOO. REPORT MONTH COMES FROM THE
      *               LOCAL DATA AREA (RPTMONTH, CCYYMM) - BLANK MEANS
      *               THE LAST FULL MONTH.
      *NOTE        :  MODELLED ON GHMSTATS.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  KWWL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    LOCAL-DATA IS LOCAL-DATA-AREA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSKWWL ASSIGN TO DATABASE-TFSKWWL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSCRHLD ASSIGN TO DATABASE-TFSSCRHLD
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSKWWL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSKWWL-REC.
       01  TFSKWWL-REC.
           COPY DDS-ALL-FORMATS OF TFSKWWL.
       01  TFSKWWL-REC-1.
           COPY TFSKWWL.
       FD  TFSSCRHLD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSCRHLD-REC.
       01  TFSSCRHLD-REC.
           COPY DDS-ALL-FORMATS OF TFSSCRHLD.
       01  TFSSCRHLD-REC-1.
           COPY TFSSCRHLD.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHKWHRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTMONTH  PIC X(06).
           05 FILLER           PIC X(1018).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-RPTMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-RPTMONTH-R       REDEFINES WS-RPTMONTH.
           05 WS-RPT-YYYY      PIC 9(04).
           05 WS-RPT-MM        PIC 9(02).
       01  WS-ITEM-MONTH       PIC 9(06) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * ONE ENTRY PER WATCH-LIST KEYWORD. A KEYWORD THAT HELD ITEMS
      * BUT HAS SINCE BEEN DELETED FROM TFSKWWL IS ADDED ON THE FLY
      * WITH CATEGORY "-".
       01  WS-KW-TAB.
           05 WS-KW-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-KW-ENT OCCURS 500 TIMES.
              10 WS-KW-KEY     PIC X(20).
              10 WS-KW-CAT     PIC X(01).
              10 WS-KW-EFFDTE  PIC S9(08).
              10 WS-KW-EXPDTE  PIC S9(08).
              10 WS-KW-HITS    PIC 9(07).
              10 WS-KW-RLSD    PIC 9(07).
              10 WS-KW-BLKD    PIC 9(07).
              10 WS-KW-OPEN    PIC 9(07).

       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HIT-IX           PIC S9(04) COMP VALUE ZERO.

      * A KEYWORD IS FLAGGED NOISY WHEN IT HELD AT LEAST THIS MANY
      * ITEMS IN THE MONTH AND AT LEAST THIS SHARE WERE RELEASED.
       01  WS-NOISY-MINHITS    PIC 9(07) VALUE 5.
       01  WS-NOISY-RLSPCT     PIC 9(03) VALUE 90.

       01  WS-HLD-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-KHLD-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-KRLS-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-KBLK-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-KOPN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-NOHIT-CNT        PIC 9(07) VALUE ZEROES.
       01  WS-NOISY-CNT        PIC 9(07) VALUE ZEROES.
       01  WS-RLS-PCT          PIC 9(03) VALUE ZEROES.
       01  WS-SHR-PCT          PIC 9(03) VALUE ZEROES.
       01  WS-FLAG             PIC X(08) VALUE SPACES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHKWHRPT".

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

           PERFORM  A100-RESOLVE-PERIOD
              THRU  A199-RESOLVE-PERIOD-EX.

           PERFORM  B000-LOAD-WATCHLIST
              THRU  B099-LOAD-WATCHLIST-EX.
           PERFORM  C000-SCAN-HOLDS
              THRU  C099-SCAN-HOLDS-EX.
           PERFORM  D000-REPORT
              THRU  D099-REPORT-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-KHLD-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-RESOLVE-PERIOD.
      *---------------------------------------------------------------*
      *    REPORT MONTH FROM THE LDA, ELSE THE LAST FULL MONTH.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTMONTH NUMERIC
                    AND WS-LDA-RPTMONTH NOT = "000000"
                    MOVE WS-LDA-RPTMONTH TO WS-RPTMONTH
           ELSE
                    COMPUTE WS-RPTMONTH = WS-DATE-8 / 100
                    IF WS-RPT-MM = 1
                       SUBTRACT 1       FROM WS-RPT-YYYY
                       MOVE 12          TO WS-RPT-MM
                    ELSE
                       SUBTRACT 1       FROM WS-RPT-MM
                    END-IF
           END-IF.

           DISPLAY  "GHKWHRPT - KEYWORD WATCH-LIST HIT RATE FOR "
                    WS-RPTMONTH.

       A199-RESOLVE-PERIOD-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-WATCHLIST.
      *---------------------------------------------------------------*
      *    EVERY KEYWORD ON FILE IS LISTED, WHETHER OR NOT IT IS IN
      *    EFFECT TODAY, SO A KEYWORD THAT EXPIRED DURING THE MONTH
      *    STILL SHOWS ITS HITS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSKWWL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHKWHRPT - OPEN FILE ERROR - TFSKWWL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-KEYWORD
              THRU  B019-ONE-KEYWORD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSKWWL.

       B099-LOAD-WATCHLIST-EX.
           EXIT.

       B010-ONE-KEYWORD.
           READ     TFSKWWL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-KEYWORD-EX.

           IF       WS-KW-CNT NOT < 500
                    DISPLAY "GHKWHRPT - KEYWORD TABLE FULL - "
                            TFSKWWL-KEYWORD " NOT LISTED"
                    GO TO B019-ONE-KEYWORD-EX.

           ADD      1                   TO WS-KW-CNT.
           MOVE     WS-KW-CNT           TO WS-IX.
           INITIALIZE                   WS-KW-ENT (WS-IX).
           MOVE     TFSKWWL-KEYWORD     TO WS-KW-KEY (WS-IX).
           MOVE     TFSKWWL-CATEGORY    TO WS-KW-CAT (WS-IX).
           MOVE     TFSKWWL-EFFDTE      TO WS-KW-EFFDTE (WS-IX).
           MOVE     TFSKWWL-EXPDTE      TO WS-KW-EXPDTE (WS-IX).

       B019-ONE-KEYWORD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-HOLDS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSCRHLD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHKWHRPT - OPEN FILE ERROR - TFSSCRHLD"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-ONE-HOLD
              THRU  C019-ONE-HOLD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSCRHLD.

       C099-SCAN-HOLDS-EX.
           EXIT.

       C010-ONE-HOLD.
           READ     TFSSCRHLD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-ONE-HOLD-EX.

           COMPUTE  WS-ITEM-MONTH = TFSSCRHLD-HLDDTE / 100.
           IF       WS-ITEM-MONTH NOT = WS-RPTMONTH
                    GO TO C019-ONE-HOLD-EX.

           ADD      1                   TO WS-HLD-CNT.
           IF       TFSSCRHLD-HLDRSN NOT = "K"
                    GO TO C019-ONE-HOLD-EX.

           ADD      1                   TO WS-KHLD-CNT.
           MOVE     ZERO                TO WS-HIT-IX.
           PERFORM  C020-FIND-KEYWORD
              THRU  C029-FIND-KEYWORD-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-KW-CNT
                       OR WS-HIT-IX > ZERO.

           IF       WS-HIT-IX = ZERO
                    IF WS-KW-CNT NOT < 500
                       DISPLAY "GHKWHRPT - KEYWORD TABLE FULL - "
                               TFSSCRHLD-HITRULE " NOT COUNTED"
                       GO TO C019-ONE-HOLD-EX
                    END-IF
                    ADD  1              TO WS-KW-CNT
                    MOVE WS-KW-CNT      TO WS-HIT-IX
                    INITIALIZE          WS-KW-ENT (WS-HIT-IX)
                    MOVE TFSSCRHLD-HITRULE
                                        TO WS-KW-KEY (WS-HIT-IX)
                    MOVE "-"            TO WS-KW-CAT (WS-HIT-IX)
           END-IF.

           ADD      1                   TO WS-KW-HITS (WS-HIT-IX).
           EVALUATE TFSSCRHLD-DISPSTAT
               WHEN "R"
                    ADD  1              TO WS-KW-RLSD (WS-HIT-IX)
                    ADD  1              TO WS-KRLS-CNT
               WHEN "B"
                    ADD  1              TO WS-KW-BLKD (WS-HIT-IX)
                    ADD  1              TO WS-KBLK-CNT
               WHEN OTHER
                    ADD  1              TO WS-KW-OPEN (WS-HIT-IX)
                    ADD  1              TO WS-KOPN-CNT
           END-EVALUATE.

       C019-ONE-HOLD-EX.
           EXIT.

       C020-FIND-KEYWORD.
           IF       WS-KW-KEY (WS-IX) = TFSSCRHLD-HITRULE
                    MOVE WS-IX          TO WS-HIT-IX.

       C029-FIND-KEYWORD-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REPORT.
      *---------------------------------------------------------------*
           DISPLAY  "GHKWHRPT - KEYWORD              CAT     HITS"
                    "  RELEASED  BLOCKED     OPEN  RLS%  SHR%".
           PERFORM  D010-ONE-KEYWORD
              THRU  D019-ONE-KEYWORD-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-KW-CNT.

           DISPLAY  "GHKWHRPT - SCREENING HOLDS IN MONTH  : "
                    WS-HLD-CNT.
           DISPLAY  "GHKWHRPT - OF WHICH KEYWORD HOLDS    : "
                    WS-KHLD-CNT.
           DISPLAY  "GHKWHRPT -   RELEASED                : "
                    WS-KRLS-CNT.
           DISPLAY  "GHKWHRPT -   BLOCKED                 : "
                    WS-KBLK-CNT.
           DISPLAY  "GHKWHRPT -   AWAITING DISPOSITION    : "
                    WS-KOPN-CNT.
           DISPLAY  "GHKWHRPT - KEYWORDS WITH NO HITS     : "
                    WS-NOHIT-CNT.
           DISPLAY  "GHKWHRPT - KEYWORDS FLAGGED NOISY    : "
                    WS-NOISY-CNT.

       D099-REPORT-EX.
           EXIT.

       D010-ONE-KEYWORD.
           MOVE     SPACES              TO WS-FLAG.
           MOVE     ZERO                TO WS-RLS-PCT
                                           WS-SHR-PCT.

           IF       WS-KW-HITS (WS-IX) = ZERO
                    ADD  1              TO WS-NOHIT-CNT
                    MOVE "NO HITS"      TO WS-FLAG
           ELSE
                    COMPUTE WS-RLS-PCT ROUNDED =
                            WS-KW-RLSD (WS-IX) * 100
                          / WS-KW-HITS (WS-IX)
                    COMPUTE WS-SHR-PCT ROUNDED =
                            WS-KW-HITS (WS-IX) * 100
                          / WS-KHLD-CNT
                    IF WS-KW-HITS (WS-IX) NOT < WS-NOISY-MINHITS
                       AND WS-RLS-PCT NOT < WS-NOISY-RLSPCT
                       ADD  1           TO WS-NOISY-CNT
                       MOVE "NOISY"     TO WS-FLAG
                    END-IF
           END-IF.

           IF       WS-KW-CAT (WS-IX) = "-"
                    MOVE "REMOVED"      TO WS-FLAG.
           IF       WS-KW-CAT (WS-IX) NOT = "-"
                    AND WS-KW-EXPDTE (WS-IX) NOT = ZERO
                    AND WS-KW-EXPDTE (WS-IX) < WS-DATE-8
                    AND WS-FLAG = SPACES
                    MOVE "EXPIRED"      TO WS-FLAG.

           DISPLAY  "GHKWHRPT - " WS-KW-KEY (WS-IX)
                    " " WS-KW-CAT (WS-IX)
                    " " WS-KW-HITS (WS-IX)
                    "   " WS-KW-RLSD (WS-IX)
                    "  " WS-KW-BLKD (WS-IX)
                    "  " WS-KW-OPEN (WS-IX)
                    "   " WS-RLS-PCT
                    "   " WS-SHR-PCT
                    " " WS-FLAG.

       D019-ONE-KEYWORD-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
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
      *************** END OF PROGRAM SOURCE  GHKWHRPT ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHVOLFC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY VOLUME AND CAPACITY FORECAST. THE REPAIR
      *               DESK ROSTER AND THE BATCH WINDOW WERE SIZED BY
      *               FEEL, AND MONTH-END, QUARTER-END AND THE DAYS
      *               EITHER SIDE OF A LONG HOLIDAY KEPT CATCHING US
      *               SHORT. THIS RUN TAKES THE LAST TWELVE FULL
      *               MONTHS OF ITEMS (TFSSTPLH, PLUS WHAT IS STILL ON
      *               TFSSTPL) BY MESSAGE TYPE AND CURRENCY AND WORKS
      *               OUT, FOR EACH KIND OF DAY, THE AVERAGE ITEMS
      *               ARRIVING AND THEIR SPREAD OVER THE HOURS. EVERY
      *               DAY OF THE FORECAST MONTH IS CLASSED THE SAME
      *               WAY FROM THE CALENDAR AND TFSHOLDAY:
      *                 Q - LAST BUSINESS DAY OF A QUARTER
      *                 M - LAST BUSINESS DAY OF A MONTH
      *                 P - BUSINESS DAY NEXT TO A CURRENCY HOLIDAY
      *                 X - WEEKEND OR HOLIDAY OF THE CURRENCY
      *                 N - ANY OTHER BUSINESS DAY
      *               AND GIVEN THAT KIND OF DAY'S AVERAGE. EXPECTED
      *               REPAIRS FOLLOW FROM THE MESSAGE TYPE'S STP RATE
      *               OVER THE LAST FULL MONTH (TFSSTPKPI). THE DAILY
      *               AND HOURLY FORECAST GOES TO TFSVOLFC; EACH RUN
      *               ALSO RECORDS THE ACTUALS AGAINST LAST MONTH'S
      *               FORECAST ROWS AND REPORTS HOW FAR OUT IT WAS.
      *               FORECAST MONTH COMES FROM THE LOCAL DATA AREA
      *               (FCMONTH, CCYYMM, THIS MONTH OR ONE OF THE NEXT
      *               TWO) - BLANK MEANS NEXT MONTH.
ARCP01*               ONLY THE TWELVE MONTHLY ARCHIVE PARTITIONS OF
ARCP01*               THE HISTORY ARE READ.
      *NOTE        :  MODELLED ON GHMSTATS.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS ONLY THE MONTHLY
      *                        TFSSTPLH PARTITIONS OF THE HISTORY
      *                        YEAR; AN OFFLINE PARTITION IS REPORTED
      *                        AS MISSING FROM THE AVERAGES.
      *---------------------------------------------------------------*
      *  VOLF01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSTPLH ASSIGN TO DATABASE-TFSSTPLH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPKPI ASSIGN TO DATABASE-TFSSTPKPI
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSHOLDAY ASSIGN TO DATABASE-TFSHOLDAY
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOLFC ASSIGN TO DATABASE-TFSVOLFC
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSTPLH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPLH-REC.
       01  TFSSTPLH-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPLH.
       01  TFSSTPLH-REC-1.
           COPY TFSSTPL.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSSTPKPI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPKPI-REC.
       01  TFSSTPKPI-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPKPI.
       01  TFSSTPKPI-REC-1.
           COPY TFSSTPKPI.
       FD  TFSHOLDAY
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSHOLDAY-REC.
       01  TFSHOLDAY-REC.
           COPY DDS-ALL-FORMATS OF TFSHOLDAY.
       01  TFSHOLDAY-REC-1.
           COPY TFSHOLDAY.
       FD  TFSVOLFC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOLFC-REC.
       01  TFSVOLFC-REC.
           COPY DDS-ALL-FORMATS OF TFSVOLFC.
       01  TFSVOLFC-REC-1.
           COPY TFSVOLFC.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHVOLFC   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-FCMONTH   PIC X(06).
           05 FILLER           PIC X(1018).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

      * THE MONTHS IN PLAY, AS CCYYMM.
       01  WS-CURMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-FCMONTH          PIC 9(06) VALUE ZEROES.
       01  WS-TRKMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-HSTMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-MAXMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-WRK-MONTH        PIC 9(06) VALUE ZEROES.
       01  WS-WRK-MONTH-R      REDEFINES WS-WRK-MONTH.
           05 WS-WRK-YYYY      PIC 9(04).
           05 WS-WRK-MM        PIC 9(02).
       01  WS-MONTH-STEP       PIC S9(04) COMP VALUE ZERO.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 COPY ARCP.

      * THE DAYS IN PLAY, AS CCYYMMDD, AND AS DAY NUMBERS IN THE
      * DAY TABLE (DAY 1 IS TEN DAYS BEFORE THE HISTORY STARTS, SO
      * THE HOLIDAY AND MONTH-END TESTS HAVE ROOM EITHER SIDE).
       01  WS-HST-FROM         PIC S9(08) VALUE ZEROES.
       01  WS-HST-TO           PIC S9(08) VALUE ZEROES.
       01  WS-TRK-FROM         PIC S9(08) VALUE ZEROES.
       01  WS-FC-FROM          PIC S9(08) VALUE ZEROES.
       01  WS-FC-TO            PIC S9(08) VALUE ZEROES.
       01  WS-BASE-INT         PIC S9(09) COMP VALUE ZERO.
       01  WS-HST-OFF1         PIC S9(04) COMP VALUE ZERO.
       01  WS-HST-OFF2         PIC S9(04) COMP VALUE ZERO.
       01  WS-HST-DAYS         PIC S9(04) COMP VALUE ZERO.
       01  WS-FC-OFF1          PIC S9(04) COMP VALUE ZERO.
       01  WS-FC-OFF2          PIC S9(04) COMP VALUE ZERO.
       01  WS-TRK-OFF1         PIC S9(04) COMP VALUE ZERO.
       01  WS-OFF              PIC S9(04) COMP VALUE ZERO.
       01  WS-NB               PIC S9(04) COMP VALUE ZERO.
       01  WS-PB               PIC S9(04) COMP VALUE ZERO.
       01  WS-HX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HD               PIC S9(04) COMP VALUE ZERO.
       01  WS-INT              PIC S9(09) COMP VALUE ZERO.
       01  WS-DOW              PIC S9(04) COMP VALUE ZERO.
       01  WS-Q                PIC S9(09) COMP VALUE ZERO.
       01  WS-K-DATE           PIC 9(08)  VALUE ZEROES.
       01  WS-K-DATE-X REDEFINES WS-K-DATE
                               PIC X(08).
       01  WS-K-MM             PIC 9(02) VALUE ZERO.
       01  WS-DD               PIC S9(04) COMP VALUE ZERO.

      * THE DAY TABLE.
       77  WS-DY-MAX           PIC S9(04) COMP VALUE 500.
       77  WS-DY-CNT           PIC S9(04) COMP VALUE ZERO.
       01  WS-DY-TABLE.
           05 WS-DY-ENTRY      OCCURS 500.
              10 WS-DY-DATE       PIC 9(08).
              10 WS-DY-WKEND      PIC X(01).

      * CURRENCIES, EACH WITH ITS HOLIDAY FLAG AND CLASS FOR EVERY
      * DAY OF THE DAY TABLE. CLASS 1-5 = N M Q P X.
       77  WS-CY-MAX           PIC S9(04) COMP VALUE 80.
       77  WS-CY-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-CY-TABLE.
           05 WS-CY-ENTRY      OCCURS 80.
              10 WS-CY-CUYCD      PIC X(03).
              10 WS-CY-DAY        OCCURS 500.
                 15 WS-CY-HOL        PIC X(01).
                 15 WS-CY-CLS        PIC 9(01).
       01  WS-K-CUYCD          PIC X(03) VALUE SPACES.
       01  WS-CLS              PIC 9(01) VALUE ZERO.
       01  WS-HOL-SW           PIC X(01) VALUE "N".
       01  WS-TYPE-CODES       PIC X(05) VALUE "NMQPX".

      * MESSAGE TYPE / CURRENCY GROUPS: ITEMS PER HISTORY DAY, PER
      * HOUR, AND THE PROFILE AND FORECAST BUILT FROM THEM.
       77  WS-GR-MAX           PIC S9(04) COMP VALUE 300.
       77  WS-GR-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-GR-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-GR-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-GR-TABLE.
           05 WS-GR-ENTRY      OCCURS 300.
              10 WS-GR-MGTY       PIC 9(03).
              10 WS-GR-CUYCD      PIC X(03).
              10 WS-GR-CY         PIC S9(04) COMP.
              10 WS-GR-DAYCNT     PIC S9(07) COMP OCCURS 366.
              10 WS-GR-HOUR       PIC S9(09) COMP OCCURS 24.
              10 WS-GR-HR-TOT     PIC S9(09) COMP.
              10 WS-GR-TY-ITEMS   PIC S9(09) COMP OCCURS 5.
              10 WS-GR-TY-DAYS    PIC S9(04) COMP OCCURS 5.
              10 WS-GR-TY-AVG     PIC S9(07)V9(02) COMP-3 OCCURS 5.
              10 WS-GR-PK-HOUR    PIC S9(04) COMP.
              10 WS-GR-RPR-RATE   PIC S9(01)V9(04) COMP-3.
              10 WS-GR-FC-TOT     PIC S9(09) COMP.
              10 WS-GR-FC-RPR     PIC S9(09) COMP.
              10 WS-GR-PK-DTE     PIC S9(08).
              10 WS-GR-PK-N       PIC S9(07) COMP.
              10 WS-GR-TK-FC      PIC S9(09) COMP.
              10 WS-GR-TK-ACT     PIC S9(09) COMP.
       01  WS-K-MGTY           PIC 9(03) VALUE ZERO.
       01  WS-K-INTDTE         PIC S9(08) VALUE ZEROES.
       01  WS-K-INTTIM         PIC 9(08) VALUE ZERO.
       01  WS-K-HOUR           PIC 9(02) VALUE ZERO.
       01  WS-ADD-SW           PIC X(01) VALUE "Y".
       01  WS-TY               PIC S9(04) COMP VALUE ZERO.
       01  WS-HR               PIC S9(04) COMP VALUE ZERO.

      * STP RATE BY MESSAGE TYPE FOR THE LAST FULL MONTH.
       77  WS-MG-MAX           PIC S9(04) COMP VALUE 50.
       77  WS-MG-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-MG-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-MG-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-MG-TABLE.
           05 WS-MG-ENTRY      OCCURS 50.
              10 WS-MG-MGTY       PIC 9(03).
              10 WS-MG-STP        PIC S9(09) COMP.
              10 WS-MG-RPR        PIC S9(09) COMP.
       01  WS-ALL-STP          PIC S9(09) COMP VALUE ZERO.
       01  WS-ALL-RPR          PIC S9(09) COMP VALUE ZERO.
       01  WS-ALL-RATE         PIC S9(01)V9(04) COMP-3 VALUE ZERO.

      * DAY TOTALS FOR THE FORECAST MONTH AND THE TRACKED MONTH.
       01  WS-FD-TABLE.
           05 WS-FD-ENTRY      OCCURS 31.
              10 WS-FD-ITEMS      PIC S9(09) COMP.
              10 WS-FD-RPR        PIC S9(09) COMP.
              10 WS-FD-HOUR       PIC S9(09) COMP OCCURS 24.
       01  WS-TD-TABLE.
           05 WS-TD-ENTRY      OCCURS 31.
              10 WS-TD-FC         PIC S9(09) COMP.
              10 WS-TD-ACT        PIC S9(09) COMP.
              10 WS-TD-FC-RPR     PIC S9(09) COMP.
              10 WS-TD-ACT-RPR    PIC S9(09) COMP.

      * THE ROW IN HAND AND RUN COUNTS.
       01  WS-FC-N             PIC S9(07) COMP VALUE ZERO.
       01  WS-FC-R             PIC S9(07) COMP VALUE ZERO.
       01  WS-FC-H             PIC S9(07) COMP VALUE ZERO.
       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       77  WS-SCAN-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-USED-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-LOST-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-FCROW-CNT        PIC S9(07) COMP VALUE ZERO.
       77  WS-TKROW-CNT        PIC S9(07) COMP VALUE ZERO.
       01  WS-TK-FC-TOT        PIC S9(09) COMP VALUE ZERO.
       01  WS-TK-ACT-TOT       PIC S9(09) COMP VALUE ZERO.
       01  WS-TK-ABS-ERR       PIC S9(09) COMP VALUE ZERO.
       01  WS-TK-DAYS          PIC S9(04) COMP VALUE ZERO.
       01  WS-FC-TOT           PIC S9(09) COMP VALUE ZERO.
       01  WS-FC-RPR-TOT       PIC S9(09) COMP VALUE ZERO.
       01  WS-DIFF             PIC S9(09) COMP VALUE ZERO.
       01  WS-PCT              PIC S9(05)V9(01) VALUE ZERO.

       01  WS-ED-N             PIC Z(08)9.
       01  WS-ED-N2            PIC Z(08)9.
       01  WS-ED-N3            PIC Z(08)9.
       01  WS-ED-N4            PIC Z(08)9.
       01  WS-ED-N5            PIC Z(08)9.
       01  WS-ED-N6            PIC Z(08)9.
       01  WS-ED-PCT           PIC -(04)9.9.
       01  WS-ED-HR            PIC 9(02).
       01  WS-JOBNAME          PIC X(10) VALUE "GHVOLFC".

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

           PERFORM  A100-RESOLVE-PERIODS
              THRU  A199-RESOLVE-PERIODS-EX.
           PERFORM  A200-LOAD-HOLIDAYS
              THRU  A299-LOAD-HOLIDAYS-EX.

           PERFORM  B000-SCAN-HISTORY
              THRU  B099-SCAN-HISTORY-EX.
           PERFORM  C000-CLASSIFY-DAYS
              THRU  C099-CLASSIFY-DAYS-EX.
           PERFORM  D000-SCAN-KPI
              THRU  D099-SCAN-KPI-EX.
           PERFORM  E000-BUILD-PROFILES
              THRU  E099-BUILD-PROFILES-EX.

           OPEN     I-O TFSVOLFC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - OPEN FILE ERROR - TFSVOLFC"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           PERFORM  F000-TRACK-LAST-FORECAST
              THRU  F099-TRACK-LAST-FORECAST-EX.
           PERFORM  G000-WRITE-FORECAST
              THRU  G099-WRITE-FORECAST-EX.
           CLOSE    TFSVOLFC.

           PERFORM  H000-PRINT-REPORT
              THRU  H099-PRINT-REPORT-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-FCROW-CNT        TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-RESOLVE-PERIODS.
      *---------------------------------------------------------------*
      *    HISTORY IS THE TWELVE FULL MONTHS TO THE END OF LAST MONTH;
      *    LAST MONTH IS ALSO THE MONTH WHOSE FORECAST IS TRACKED.
      *---------------------------------------------------------------*
           COMPUTE  WS-CURMONTH = WS-DATE-8 / 100.

           MOVE     WS-CURMONTH         TO WS-WRK-MONTH.
           MOVE     1                   TO WS-MONTH-STEP.
           PERFORM  A110-MONTH-FORWARD
              THRU  A119-MONTH-FORWARD-EX.
           MOVE     WS-WRK-MONTH        TO WS-FCMONTH.
           PERFORM  A110-MONTH-FORWARD
              THRU  A119-MONTH-FORWARD-EX.
           MOVE     WS-WRK-MONTH        TO WS-MAXMONTH.

           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-FCMONTH NUMERIC
                    AND WS-LDA-FCMONTH NOT = "000000"
                    IF WS-LDA-FCMONTH NOT < WS-CURMONTH
                       AND WS-LDA-FCMONTH NOT > WS-MAXMONTH
                       MOVE WS-LDA-FCMONTH TO WS-FCMONTH
                    ELSE
                       DISPLAY "GHVOLFC - FCMONTH " WS-LDA-FCMONTH
                               " OUT OF RANGE - NEXT MONTH USED"
                    END-IF
           END-IF.

           MOVE     WS-CURMONTH         TO WS-WRK-MONTH.
           PERFORM  A120-MONTH-BACK
              THRU  A129-MONTH-BACK-EX.
           MOVE     WS-WRK-MONTH        TO WS-TRKMONTH.
           MOVE     WS-CURMONTH         TO WS-WRK-MONTH.
           SUBTRACT 1                   FROM WS-WRK-YYYY.
           MOVE     WS-WRK-MONTH        TO WS-HSTMONTH.

           COMPUTE  WS-HST-FROM = WS-HSTMONTH * 100 + 1.
           COMPUTE  WS-TRK-FROM = WS-TRKMONTH * 100 + 1.
           COMPUTE  WS-FC-FROM  = WS-FCMONTH * 100 + 1.
           COMPUTE  WS-INT =
                    FUNCTION INTEGER-OF-DATE (WS-CURMONTH * 100 + 1)
                    - 1.
           COMPUTE  WS-HST-TO = FUNCTION DATE-OF-INTEGER (WS-INT).
           MOVE     WS-FCMONTH          TO WS-WRK-MONTH.
           PERFORM  A110-MONTH-FORWARD
              THRU  A119-MONTH-FORWARD-EX.
           COMPUTE  WS-INT =
                    FUNCTION INTEGER-OF-DATE (WS-WRK-MONTH * 100 + 1)
                    - 1.
           COMPUTE  WS-FC-TO = FUNCTION DATE-OF-INTEGER (WS-INT).

      *    THE DAY TABLE RUNS FROM TEN DAYS BEFORE THE HISTORY TO TEN
      *    DAYS AFTER THE FORECAST MONTH.
           COMPUTE  WS-BASE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-HST-FROM) - 11.
           COMPUTE  WS-DY-CNT =
                    FUNCTION INTEGER-OF-DATE (WS-FC-TO) + 10
                    - WS-BASE-INT.
           IF       WS-DY-CNT > WS-DY-MAX
                    MOVE WS-DY-MAX      TO WS-DY-CNT.
           PERFORM  A130-FILL-ONE-DAY
              THRU  A139-FILL-ONE-DAY-EX
                    VARYING WS-OFF FROM 1 BY 1
                    UNTIL WS-OFF > WS-DY-CNT.

           MOVE     WS-HST-FROM         TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           MOVE     WS-OFF              TO WS-HST-OFF1.
           MOVE     WS-HST-TO           TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           MOVE     WS-OFF              TO WS-HST-OFF2.
           COMPUTE  WS-HST-DAYS = WS-HST-OFF2 - WS-HST-OFF1 + 1.
           MOVE     WS-TRK-FROM         TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           MOVE     WS-OFF              TO WS-TRK-OFF1.
           MOVE     WS-FC-FROM          TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           MOVE     WS-OFF              TO WS-FC-OFF1.
           MOVE     WS-FC-TO            TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           MOVE     WS-OFF              TO WS-FC-OFF2.

           DISPLAY  "GHVOLFC - VOLUME FORECAST FOR " WS-FCMONTH
                    " FROM HISTORY " WS-HST-FROM " TO " WS-HST-TO.

       A199-RESOLVE-PERIODS-EX.
           EXIT.

       A110-MONTH-FORWARD.
           IF       WS-WRK-MM = 12
                    ADD  1              TO WS-WRK-YYYY
                    MOVE 1              TO WS-WRK-MM
           ELSE
                    ADD  1              TO WS-WRK-MM
           END-IF.

       A119-MONTH-FORWARD-EX.
           EXIT.

       A120-MONTH-BACK.
           IF       WS-WRK-MM = 1
                    SUBTRACT 1          FROM WS-WRK-YYYY
                    MOVE 12             TO WS-WRK-MM
           ELSE
                    SUBTRACT 1          FROM WS-WRK-MM
           END-IF.

       A129-MONTH-BACK-EX.
           EXIT.

       A130-FILL-ONE-DAY.
      *    INTEGER DAY 1 (1 JANUARY 1601) WAS A MONDAY, SO THE
      *    REMAINDER BY 7 IS 6 ON A SATURDAY AND 0 ON A SUNDAY.
           COMPUTE  WS-INT = WS-BASE-INT + WS-OFF.
           COMPUTE  WS-DY-DATE (WS-OFF) =
                    FUNCTION DATE-OF-INTEGER (WS-INT).
           DIVIDE   WS-INT BY 7 GIVING WS-Q REMAINDER WS-DOW.
           IF       WS-DOW = 6 OR WS-DOW = 0
                    MOVE "Y"            TO WS-DY-WKEND (WS-OFF)
           ELSE
                    MOVE "N"            TO WS-DY-WKEND (WS-OFF)
           END-IF.

       A139-FILL-ONE-DAY-EX.
           EXIT.

       A140-DATE-TO-OFF.
      *    ZERO WHEN THE DATE IS NOT A DATE OR FALLS OUTSIDE THE TABLE.
           MOVE     ZERO                TO WS-OFF.
           IF       WS-K-DATE < 16010101
                    GO TO A149-DATE-TO-OFF-EX.
           IF       WS-K-DATE-X (5:2) < "01" OR > "12"
                    OR WS-K-DATE-X (7:2) < "01" OR > "31"
                    GO TO A149-DATE-TO-OFF-EX.
           COMPUTE  WS-INT = FUNCTION INTEGER-OF-DATE (WS-K-DATE)
                             - WS-BASE-INT.
           IF       WS-INT > ZERO
                    AND WS-INT NOT > WS-DY-CNT
                    MOVE WS-INT         TO WS-OFF.

       A149-DATE-TO-OFF-EX.
           EXIT.

      *---------------------------------------------------------------*
       A200-LOAD-HOLIDAYS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSHOLDAY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - NO HOLIDAY CALENDAR - HOLIDAY "
                            "PEAKS NOT FORECAST"
                    GO TO A299-LOAD-HOLIDAYS-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  A210-ONE-HOLIDAY
              THRU  A219-ONE-HOLIDAY-EX
                    UNTIL WS-EOF.
           CLOSE    TFSHOLDAY.

       A299-LOAD-HOLIDAYS-EX.
           EXIT.

       A210-ONE-HOLIDAY.
           READ     TFSHOLDAY NEXT RECORD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO A219-ONE-HOLIDAY-EX.
           MOVE     TFSHOLDAY-HOLDTE    TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           IF       WS-OFF = ZERO
                    GO TO A219-ONE-HOLIDAY-EX.
           MOVE     TFSHOLDAY-CUYCD     TO WS-K-CUYCD.
           PERFORM  A300-FIND-CURRENCY
              THRU  A399-FIND-CURRENCY-EX.
           IF       WS-CY-FND > ZERO
                    MOVE "Y"            TO WS-CY-HOL (WS-CY-FND,
                                                      WS-OFF).

       A219-ONE-HOLIDAY-EX.
           EXIT.

      *---------------------------------------------------------------*
       A300-FIND-CURRENCY.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-CY-FND.
           PERFORM  A310-MATCH-CURRENCY
              THRU  A319-MATCH-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT
                       OR WS-CY-FND > ZERO.
           IF       WS-CY-FND > ZERO
                    GO TO A399-FIND-CURRENCY-EX.
           IF       WS-CY-CNT NOT < WS-CY-MAX
                    GO TO A399-FIND-CURRENCY-EX.
           ADD      1                   TO WS-CY-CNT.
           MOVE     WS-CY-CNT           TO WS-CY-FND.
           MOVE     WS-K-CUYCD          TO WS-CY-CUYCD (WS-CY-FND).
           PERFORM  A320-CLEAR-ONE-DAY
              THRU  A329-CLEAR-ONE-DAY-EX
                    VARYING WS-OFF FROM 1 BY 1
                    UNTIL WS-OFF > WS-DY-MAX.

       A399-FIND-CURRENCY-EX.
           EXIT.

       A310-MATCH-CURRENCY.
           IF       WS-CY-CUYCD (WS-CY-IX) = WS-K-CUYCD
                    MOVE WS-CY-IX       TO WS-CY-FND.

       A319-MATCH-CURRENCY-EX.
           EXIT.

       A320-CLEAR-ONE-DAY.
           MOVE     "N"                 TO WS-CY-HOL (WS-CY-FND,
                                                      WS-OFF).
           MOVE     ZERO                TO WS-CY-CLS (WS-CY-FND,
                                                      WS-OFF).

       A329-CLEAR-ONE-DAY-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-SCAN-HISTORY.
      *---------------------------------------------------------------*
      *    THE ARCHIVE HOLDS MOST OF THE YEAR; ITEMS NOT YET PURGED TO
      *    IT ARE STILL ON THE QUEUE. THE PURGE MOVES ROWS, SO NO ITEM
      *    IS ON BOTH.
ARCP01*    THE ARCHIVE IS PARTITIONED BY INTAKE MONTH, WHICH IS WHAT
ARCP01*    THE HISTORY IS COUNTED BY - ONLY ITS TWELVE MONTHS ARE READ.
      *---------------------------------------------------------------*
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  B010-SCAN-ONE-PARTITION
ARCP01        THRU  B019-SCAN-ONE-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.

           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B200-ONE-QUEUE-ROW
              THRU  B299-ONE-QUEUE-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

       B099-SCAN-HISTORY-EX.
           EXIT.

ARCP01 B010-SCAN-ONE-PARTITION.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-HSTMONTH         TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TRKMONTH         TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHVOLFC - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT IN THE AVERAGES"
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     OPEN     INPUT TFSSTPLH.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHVOLFC - OPEN FILE ERROR - TFSSTPLH"
ARCP01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
ARCP01              GO TO Y900-ABNORMAL-TERMINATION.
ARCP01     MOVE     "N"                 TO WS-EOF-SW.
ARCP01     PERFORM  B100-ONE-ARCHIVE-ROW
ARCP01        THRU  B199-ONE-ARCHIVE-ROW-EX
ARCP01              UNTIL WS-EOF.
ARCP01     CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 B019-SCAN-ONE-PARTITION-EX.
ARCP01     EXIT.

       B100-ONE-ARCHIVE-ROW.
           READ     TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-ONE-ARCHIVE-ROW-EX.
           MOVE     TFSSPTL-SWFTMGTY OF TFSSTPLH-REC-1 TO WS-K-MGTY.
           MOVE     TFSSPTL-CUYCD OF TFSSTPLH-REC-1    TO WS-K-CUYCD.
           MOVE     TFSSPTL-INTDTE OF TFSSTPLH-REC-1   TO WS-K-INTDTE.
           MOVE     TFSSPTL-INTTIM OF TFSSTPLH-REC-1   TO WS-K-INTTIM.
           PERFORM  B300-COUNT-ITEM
              THRU  B399-COUNT-ITEM-EX.

       B199-ONE-ARCHIVE-ROW-EX.
           EXIT.

       B200-ONE-QUEUE-ROW.
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B299-ONE-QUEUE-ROW-EX.
           MOVE     TFSSPTL-SWFTMGTY OF TFSSTPL-REC-1  TO WS-K-MGTY.
           MOVE     TFSSPTL-CUYCD OF TFSSTPL-REC-1     TO WS-K-CUYCD.
           MOVE     TFSSPTL-INTDTE OF TFSSTPL-REC-1    TO WS-K-INTDTE.
           MOVE     TFSSPTL-INTTIM OF TFSSTPL-REC-1    TO WS-K-INTTIM.
           PERFORM  B300-COUNT-ITEM
              THRU  B399-COUNT-ITEM-EX.

       B299-ONE-QUEUE-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       B300-COUNT-ITEM.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-SCAN-CNT.
           IF       WS-K-INTDTE < WS-HST-FROM
                    OR WS-K-INTDTE > WS-HST-TO
                    GO TO B399-COUNT-ITEM-EX.
           MOVE     WS-K-INTDTE         TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           IF       WS-OFF = ZERO
                    GO TO B399-COUNT-ITEM-EX.

           MOVE     "Y"                 TO WS-ADD-SW.
           PERFORM  B400-FIND-GROUP
              THRU  B499-FIND-GROUP-EX.
           IF       WS-GR-FND = ZERO
                    ADD 1               TO WS-LOST-CNT
                    GO TO B399-COUNT-ITEM-EX.

           ADD      1                   TO WS-USED-CNT.
           COMPUTE  WS-HD = WS-OFF - WS-HST-OFF1 + 1.
           ADD      1                   TO WS-GR-DAYCNT (WS-GR-FND,
                                                         WS-HD).
           MOVE     WS-K-INTTIM (1:2)   TO WS-K-HOUR.
           IF       WS-K-HOUR < 24
                    COMPUTE WS-HR = WS-K-HOUR + 1
                    ADD 1               TO WS-GR-HOUR (WS-GR-FND,
                                                       WS-HR)
                    ADD 1               TO WS-GR-HR-TOT (WS-GR-FND)
           END-IF.

       B399-COUNT-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       B400-FIND-GROUP.
      *---------------------------------------------------------------*
      *    WS-ADD-SW "N" FINDS ONLY; "Y" ALSO ADDS A NEW GROUP.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-GR-FND.
           PERFORM  B410-MATCH-GROUP
              THRU  B419-MATCH-GROUP-EX
                    VARYING WS-GR-IX FROM 1 BY 1
                    UNTIL WS-GR-IX > WS-GR-CNT
                       OR WS-GR-FND > ZERO.
           IF       WS-GR-FND > ZERO
                    OR WS-ADD-SW NOT = "Y"
                    GO TO B499-FIND-GROUP-EX.
           IF       WS-GR-CNT NOT < WS-GR-MAX
                    GO TO B499-FIND-GROUP-EX.
           PERFORM  A300-FIND-CURRENCY
              THRU  A399-FIND-CURRENCY-EX.
           IF       WS-CY-FND = ZERO
                    GO TO B499-FIND-GROUP-EX.

           ADD      1                   TO WS-GR-CNT.
           MOVE     WS-GR-CNT           TO WS-GR-FND.
           INITIALIZE                   WS-GR-ENTRY (WS-GR-FND).
           MOVE     WS-K-MGTY           TO WS-GR-MGTY (WS-GR-FND).
           MOVE     WS-K-CUYCD          TO WS-GR-CUYCD (WS-GR-FND).
           MOVE     WS-CY-FND           TO WS-GR-CY (WS-GR-FND).

       B499-FIND-GROUP-EX.
           EXIT.

       B410-MATCH-GROUP.
           IF       WS-GR-MGTY (WS-GR-IX) = WS-K-MGTY
                    AND WS-GR-CUYCD (WS-GR-IX) = WS-K-CUYCD
                    MOVE WS-GR-IX       TO WS-GR-FND.

       B419-MATCH-GROUP-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CLASSIFY-DAYS.
      *---------------------------------------------------------------*
      *    FIRST MARK EACH CURRENCY'S CLOSED DAYS, THEN CLASS EACH
      *    BUSINESS DAY AGAINST ITS NEIGHBOURING BUSINESS DAYS.
      *---------------------------------------------------------------*
           PERFORM  C100-MARK-CLOSED
              THRU  C199-MARK-CLOSED-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT.
           PERFORM  C200-CLASS-CURRENCY
              THRU  C299-CLASS-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT.

       C099-CLASSIFY-DAYS-EX.
           EXIT.

       C100-MARK-CLOSED.
           PERFORM  C110-MARK-ONE-DAY
              THRU  C119-MARK-ONE-DAY-EX
                    VARYING WS-OFF FROM 1 BY 1
                    UNTIL WS-OFF > WS-DY-CNT.

       C199-MARK-CLOSED-EX.
           EXIT.

       C110-MARK-ONE-DAY.
           IF       WS-DY-WKEND (WS-OFF) = "Y"
                    OR WS-CY-HOL (WS-CY-IX, WS-OFF) = "Y"
                    MOVE 5              TO WS-CY-CLS (WS-CY-IX, WS-OFF)
           ELSE
                    MOVE ZERO           TO WS-CY-CLS (WS-CY-IX, WS-OFF)
           END-IF.

       C119-MARK-ONE-DAY-EX.
           EXIT.

       C200-CLASS-CURRENCY.
           PERFORM  C210-CLASS-ONE-DAY
              THRU  C219-CLASS-ONE-DAY-EX
                    VARYING WS-OFF FROM 1 BY 1
                    UNTIL WS-OFF > WS-DY-CNT.

       C299-CLASS-CURRENCY-EX.
           EXIT.

      *---------------------------------------------------------------*
       C210-CLASS-ONE-DAY.
      *---------------------------------------------------------------*
      *    THE LAST BUSINESS DAY BEFORE A MONTH TURNS IS MONTH-END
      *    (QUARTER-END IN MARCH, JUNE, SEPTEMBER, DECEMBER). A
      *    BUSINESS DAY WITH A HOLIDAY BETWEEN IT AND THE NEXT OR
      *    PREVIOUS BUSINESS DAY CARRIES THE HOLIDAY'S BACKLOG OR
      *    ITS PRE-CLOSING RUSH. A WEEKEND ALONE DOES NOT COUNT.
      *---------------------------------------------------------------*
           IF       WS-CY-CLS (WS-CY-IX, WS-OFF) = 5
                    GO TO C219-CLASS-ONE-DAY-EX.
           MOVE     1                   TO WS-CLS.

           COMPUTE  WS-NB = WS-OFF + 1.
           PERFORM  C220-STEP-FORWARD
              THRU  C229-STEP-FORWARD-EX
                    UNTIL WS-NB > WS-DY-CNT
                       OR WS-CY-CLS (WS-CY-IX, WS-NB) NOT = 5.
           COMPUTE  WS-PB = WS-OFF - 1.
           PERFORM  C230-STEP-BACK
              THRU  C239-STEP-BACK-EX
                    UNTIL WS-PB < 1
                       OR WS-CY-CLS (WS-CY-IX, WS-PB) NOT = 5.

           IF       WS-NB NOT > WS-DY-CNT
                    AND WS-DY-DATE (WS-NB) (5:2)
                        NOT = WS-DY-DATE (WS-OFF) (5:2)
                    MOVE WS-DY-DATE (WS-OFF) (5:2) TO WS-K-MM
                    IF WS-K-MM = 3 OR 6 OR 9 OR 12
                       MOVE 3           TO WS-CLS
                    ELSE
                       MOVE 2           TO WS-CLS
                    END-IF
                    GO TO C218-SET-CLASS.

           MOVE     "N"                 TO WS-HOL-SW.
           IF       WS-PB < 1
                    MOVE 1              TO WS-PB.
           IF       WS-NB > WS-DY-CNT
                    MOVE WS-DY-CNT      TO WS-NB.
           PERFORM  C240-LOOK-FOR-HOLIDAY
              THRU  C249-LOOK-FOR-HOLIDAY-EX
                    VARYING WS-HX FROM WS-PB BY 1
                    UNTIL WS-HX > WS-NB
                       OR WS-HOL-SW = "Y".
           IF       WS-HOL-SW = "Y"
                    MOVE 4              TO WS-CLS.

       C218-SET-CLASS.
           MOVE     WS-CLS              TO WS-CY-CLS (WS-CY-IX, WS-OFF).

       C219-CLASS-ONE-DAY-EX.
           EXIT.

       C220-STEP-FORWARD.
           ADD      1                   TO WS-NB.

       C229-STEP-FORWARD-EX.
           EXIT.

       C230-STEP-BACK.
           SUBTRACT 1                   FROM WS-PB.

       C239-STEP-BACK-EX.
           EXIT.

       C240-LOOK-FOR-HOLIDAY.
           IF       WS-HX NOT = WS-OFF
                    AND WS-CY-HOL (WS-CY-IX, WS-HX) = "Y"
                    AND WS-DY-WKEND (WS-HX) = "N"
                    MOVE "Y"            TO WS-HOL-SW.

       C249-LOOK-FOR-HOLIDAY-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-SCAN-KPI.
      *---------------------------------------------------------------*
      *    LAST MONTH'S STP AND REPAIR COUNTS GIVE EACH MESSAGE TYPE'S
      *    CURRENT REPAIR RATE, AND ITS ACTUAL REPAIRS PER DAY FOR THE
      *    FORECAST-VERSUS-ACTUAL CHECK.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSTPKPI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - NO KPI FILE - REPAIRS NOT "
                            "FORECAST"
                    GO TO D099-SCAN-KPI-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D100-ONE-KPI-ROW
              THRU  D199-ONE-KPI-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPKPI.
           IF       WS-ALL-STP + WS-ALL-RPR > ZERO
                    COMPUTE WS-ALL-RATE ROUNDED =
                            WS-ALL-RPR / (WS-ALL-STP + WS-ALL-RPR).

       D099-SCAN-KPI-EX.
           EXIT.

       D100-ONE-KPI-ROW.
           READ     TFSSTPKPI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D199-ONE-KPI-ROW-EX.
           IF       TFSSTPKPI-KPIDTE < WS-TRK-FROM
                    OR TFSSTPKPI-KPIDTE > WS-HST-TO
                    GO TO D199-ONE-KPI-ROW-EX.

           MOVE     TFSSTPKPI-SWFTMGTY  TO WS-K-MGTY.
           MOVE     "Y"                 TO WS-ADD-SW.
           PERFORM  D200-FIND-MGTY
              THRU  D299-FIND-MGTY-EX.
           IF       WS-MG-FND > ZERO
                    ADD TFSSTPKPI-STPCNT TO WS-MG-STP (WS-MG-FND)
                    ADD TFSSTPKPI-RPRCNT TO WS-MG-RPR (WS-MG-FND)
           END-IF.
           ADD      TFSSTPKPI-STPCNT    TO WS-ALL-STP.
           ADD      TFSSTPKPI-RPRCNT    TO WS-ALL-RPR.
           COMPUTE  WS-DD = TFSSTPKPI-KPIDTE - WS-TRK-FROM + 1.
           ADD      TFSSTPKPI-RPRCNT    TO WS-TD-ACT-RPR (WS-DD).

       D199-ONE-KPI-ROW-EX.
           EXIT.

       D200-FIND-MGTY.
           MOVE     ZERO                TO WS-MG-FND.
           PERFORM  D210-MATCH-MGTY
              THRU  D219-MATCH-MGTY-EX
                    VARYING WS-MG-IX FROM 1 BY 1
                    UNTIL WS-MG-IX > WS-MG-CNT
                       OR WS-MG-FND > ZERO.
           IF       WS-MG-FND > ZERO
                    OR WS-ADD-SW NOT = "Y"
                    OR WS-MG-CNT NOT < WS-MG-MAX
                    GO TO D299-FIND-MGTY-EX.
           ADD      1                   TO WS-MG-CNT.
           MOVE     WS-MG-CNT           TO WS-MG-FND.
           MOVE     WS-K-MGTY           TO WS-MG-MGTY (WS-MG-FND).
           MOVE     ZERO                TO WS-MG-STP (WS-MG-FND)
                                           WS-MG-RPR (WS-MG-FND).

       D299-FIND-MGTY-EX.
           EXIT.

       D210-MATCH-MGTY.
           IF       WS-MG-MGTY (WS-MG-IX) = WS-K-MGTY
                    MOVE WS-MG-IX       TO WS-MG-FND.

       D219-MATCH-MGTY-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-BUILD-PROFILES.
      *---------------------------------------------------------------*
           PERFORM  E100-ONE-PROFILE
              THRU  E199-ONE-PROFILE-EX
                    VARYING WS-GR-IX FROM 1 BY 1
                    UNTIL WS-GR-IX > WS-GR-CNT.

       E099-BUILD-PROFILES-EX.
           EXIT.

       E100-ONE-PROFILE.
           MOVE     WS-GR-CY (WS-GR-IX) TO WS-CY-IX.
           PERFORM  E200-ONE-HISTORY-DAY
              THRU  E299-ONE-HISTORY-DAY-EX
                    VARYING WS-HD FROM 1 BY 1
                    UNTIL WS-HD > WS-HST-DAYS.

      *    A KIND OF DAY THE YEAR DID NOT HAVE FOR THIS CURRENCY IS
      *    FORECAST AS A NORMAL DAY.
           PERFORM  E300-ONE-TYPE-AVERAGE
              THRU  E399-ONE-TYPE-AVERAGE-EX
                    VARYING WS-TY FROM 1 BY 1
                    UNTIL WS-TY > 5.

           MOVE     1                   TO WS-GR-PK-HOUR (WS-GR-IX).
           PERFORM  E400-PEAK-HOUR
              THRU  E499-PEAK-HOUR-EX
                    VARYING WS-HR FROM 2 BY 1
                    UNTIL WS-HR > 24.

           MOVE     WS-GR-MGTY (WS-GR-IX) TO WS-K-MGTY.
           MOVE     "N"                 TO WS-ADD-SW.
           PERFORM  D200-FIND-MGTY
              THRU  D299-FIND-MGTY-EX.
           MOVE     WS-ALL-RATE         TO WS-GR-RPR-RATE (WS-GR-IX).
           IF       WS-MG-FND > ZERO
                    AND WS-MG-STP (WS-MG-FND) + WS-MG-RPR (WS-MG-FND)
                        > ZERO
                    COMPUTE WS-GR-RPR-RATE (WS-GR-IX) ROUNDED =
                            WS-MG-RPR (WS-MG-FND) /
                            (WS-MG-STP (WS-MG-FND)
                             + WS-MG-RPR (WS-MG-FND))
           END-IF.

       E199-ONE-PROFILE-EX.
           EXIT.

       E200-ONE-HISTORY-DAY.
           COMPUTE  WS-OFF = WS-HD + WS-HST-OFF1 - 1.
           MOVE     WS-CY-CLS (WS-CY-IX, WS-OFF) TO WS-TY.
           IF       WS-TY < 1 OR WS-TY > 5
                    GO TO E299-ONE-HISTORY-DAY-EX.
           ADD      1                   TO WS-GR-TY-DAYS (WS-GR-IX,
                                                          WS-TY).
           ADD      WS-GR-DAYCNT (WS-GR-IX, WS-HD)
                                        TO WS-GR-TY-ITEMS (WS-GR-IX,
                                                           WS-TY).

       E299-ONE-HISTORY-DAY-EX.
           EXIT.

       E300-ONE-TYPE-AVERAGE.
           IF       WS-GR-TY-DAYS (WS-GR-IX, WS-TY) > ZERO
                    COMPUTE WS-GR-TY-AVG (WS-GR-IX, WS-TY) ROUNDED =
                            WS-GR-TY-ITEMS (WS-GR-IX, WS-TY)
                            / WS-GR-TY-DAYS (WS-GR-IX, WS-TY)
           ELSE
                    MOVE WS-GR-TY-AVG (WS-GR-IX, 1)
                                        TO WS-GR-TY-AVG (WS-GR-IX,
                                                         WS-TY)
           END-IF.

       E399-ONE-TYPE-AVERAGE-EX.
           EXIT.

       E400-PEAK-HOUR.
           MOVE     WS-GR-PK-HOUR (WS-GR-IX) TO WS-HX.
           IF       WS-GR-HOUR (WS-GR-IX, WS-HR) >
                    WS-GR-HOUR (WS-GR-IX, WS-HX)
                    MOVE WS-HR          TO WS-GR-PK-HOUR (WS-GR-IX).

       E499-PEAK-HOUR-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-TRACK-LAST-FORECAST.
      *---------------------------------------------------------------*
      *    LAST MONTH'S FORECAST ROWS GET THEIR ACTUALS FROM THE SAME
      *    HISTORY COUNTS. A ROW ALREADY TRACKED IS TRACKED AGAIN, SO
      *    LATE-ARCHIVED ITEMS ARE PICKED UP ON A RERUN.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSVOLFC-REC-1.
           MOVE     WS-TRK-FROM         TO TFSVOLFC-FCDTE.
           START    TFSVOLFC KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO F099-TRACK-LAST-FORECAST-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  F100-TRACK-ONE-ROW
              THRU  F199-TRACK-ONE-ROW-EX
                    UNTIL WS-EOF.

       F099-TRACK-LAST-FORECAST-EX.
           EXIT.

       F100-TRACK-ONE-ROW.
           READ     TFSVOLFC NEXT RECORD.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSVOLFC-FCDTE > WS-HST-TO
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F199-TRACK-ONE-ROW-EX.

           MOVE     TFSVOLFC-SWFTMGTY   TO WS-K-MGTY.
           MOVE     TFSVOLFC-CUYCD      TO WS-K-CUYCD.
           MOVE     "N"                 TO WS-ADD-SW.
           PERFORM  B400-FIND-GROUP
              THRU  B499-FIND-GROUP-EX.
           MOVE     ZERO                TO WS-FC-N.
           MOVE     TFSVOLFC-FCDTE      TO WS-K-DATE.
           PERFORM  A140-DATE-TO-OFF
              THRU  A149-DATE-TO-OFF-EX.
           IF       WS-GR-FND > ZERO
                    AND WS-OFF > ZERO
                    COMPUTE WS-HD = WS-OFF - WS-HST-OFF1 + 1
                    MOVE WS-GR-DAYCNT (WS-GR-FND, WS-HD) TO WS-FC-N
                    ADD  TFSVOLFC-FCITEMS TO WS-GR-TK-FC (WS-GR-FND)
                    ADD  WS-FC-N        TO WS-GR-TK-ACT (WS-GR-FND)
           END-IF.

           MOVE     WS-FC-N             TO TFSVOLFC-ACTITEMS.
           MOVE     "A"                 TO TFSVOLFC-ACTSTAT.
           MOVE     WS-DATE-8           TO TFSVOLFC-ACTDTE.
           REWRITE  TFSVOLFC-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - REWRITE ERROR - TFSVOLFC "
                            TFSVOLFC-FCDTE
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO F199-TRACK-ONE-ROW-EX.

           ADD      1                   TO WS-TKROW-CNT.
           COMPUTE  WS-DD = TFSVOLFC-FCDTE - WS-TRK-FROM + 1.
           ADD      TFSVOLFC-FCITEMS    TO WS-TD-FC (WS-DD).
           ADD      WS-FC-N             TO WS-TD-ACT (WS-DD).
           ADD      TFSVOLFC-FCRPR      TO WS-TD-FC-RPR (WS-DD).

       F199-TRACK-ONE-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-WRITE-FORECAST.
      *---------------------------------------------------------------*
           PERFORM  G100-FORECAST-GROUP
              THRU  G199-FORECAST-GROUP-EX
                    VARYING WS-GR-IX FROM 1 BY 1
                    UNTIL WS-GR-IX > WS-GR-CNT.

       G099-WRITE-FORECAST-EX.
           EXIT.

       G100-FORECAST-GROUP.
           MOVE     WS-GR-CY (WS-GR-IX) TO WS-CY-IX.
           PERFORM  G200-FORECAST-DAY
              THRU  G299-FORECAST-DAY-EX
                    VARYING WS-OFF FROM WS-FC-OFF1 BY 1
                    UNTIL WS-OFF > WS-FC-OFF2.

       G199-FORECAST-GROUP-EX.
           EXIT.

      *---------------------------------------------------------------*
       G200-FORECAST-DAY.
      *---------------------------------------------------------------*
      *    A RERUN FOR THE SAME MONTH REPLACES ITS ROWS.
      *---------------------------------------------------------------*
           MOVE     WS-CY-CLS (WS-CY-IX, WS-OFF) TO WS-TY.
           IF       WS-TY < 1 OR WS-TY > 5
                    MOVE 1              TO WS-TY.
           COMPUTE  WS-FC-N ROUNDED = WS-GR-TY-AVG (WS-GR-IX, WS-TY).
           COMPUTE  WS-FC-R ROUNDED =
                    WS-FC-N * WS-GR-RPR-RATE (WS-GR-IX).

           INITIALIZE                   TFSVOLFC-REC-1.
           MOVE     WS-DY-DATE (WS-OFF) TO TFSVOLFC-FCDTE.
           MOVE     WS-GR-MGTY (WS-GR-IX) TO TFSVOLFC-SWFTMGTY.
           MOVE     WS-GR-CUYCD (WS-GR-IX) TO TFSVOLFC-CUYCD.
           READ     TFSVOLFC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-ADD-SW
           ELSE
                    MOVE "N"            TO WS-ADD-SW
                    INITIALIZE          TFSVOLFC-REC-1
                    MOVE WS-DY-DATE (WS-OFF) TO TFSVOLFC-FCDTE
                    MOVE WS-GR-MGTY (WS-GR-IX) TO TFSVOLFC-SWFTMGTY
                    MOVE WS-GR-CUYCD (WS-GR-IX) TO TFSVOLFC-CUYCD
           END-IF.

           MOVE     WS-TYPE-CODES (WS-TY:1) TO TFSVOLFC-DAYTYPE.
           MOVE     WS-FC-N             TO TFSVOLFC-FCITEMS.
           MOVE     WS-FC-R             TO TFSVOLFC-FCRPR.
           MOVE     WS-DATE-8           TO TFSVOLFC-RUNDTE.
           MOVE     SPACE               TO TFSVOLFC-ACTSTAT.
           MOVE     ZEROES              TO TFSVOLFC-ACTITEMS
                                           TFSVOLFC-ACTDTE.
           COMPUTE  WS-DD = WS-DY-DATE (WS-OFF) - WS-FC-FROM + 1.
           PERFORM  G300-SPLIT-HOUR
              THRU  G399-SPLIT-HOUR-EX
                    VARYING WS-HR FROM 1 BY 1
                    UNTIL WS-HR > 24.

           IF       WS-ADD-SW = "Y"
                    REWRITE TFSVOLFC-REC-1
           ELSE
                    WRITE   TFSVOLFC-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOLFC - WRITE ERROR - TFSVOLFC "
                            TFSVOLFC-FCDTE
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSVOLFC
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-FCROW-CNT.

           ADD      WS-FC-N             TO WS-GR-FC-TOT (WS-GR-IX)
                                           WS-FD-ITEMS (WS-DD)
                                           WS-FC-TOT.
           ADD      WS-FC-R             TO WS-GR-FC-RPR (WS-GR-IX)
                                           WS-FD-RPR (WS-DD)
                                           WS-FC-RPR-TOT.
           IF       WS-FC-N > WS-GR-PK-N (WS-GR-IX)
                    MOVE WS-FC-N        TO WS-GR-PK-N (WS-GR-IX)
                    MOVE WS-DY-DATE (WS-OFF)
                                        TO WS-GR-PK-DTE (WS-GR-IX)
           END-IF.

       G299-FORECAST-DAY-EX.
           EXIT.

       G300-SPLIT-HOUR.
           MOVE     ZERO                TO WS-FC-H.
           IF       WS-GR-HR-TOT (WS-GR-IX) > ZERO
                    COMPUTE WS-FC-H ROUNDED =
                            WS-FC-N * WS-GR-HOUR (WS-GR-IX, WS-HR)
                            / WS-GR-HR-TOT (WS-GR-IX)
           END-IF.
           MOVE     WS-FC-H             TO TFSVOLFC-FCHOUR (WS-HR).
           ADD      WS-FC-H             TO WS-FD-HOUR (WS-DD, WS-HR).

       G399-SPLIT-HOUR-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-PRINT-REPORT.
      *---------------------------------------------------------------*
           DISPLAY  " ".
           DISPLAY  "FORECAST BY MESSAGE TYPE AND CURRENCY - "
                    WS-FCMONTH " (ITEMS PER DAY BY KIND OF DAY)".
           DISPLAY  "MT  CCY    NORMAL  MTH-END  QTR-END  HOLIDAY"
                    "   MONTH TOTAL  REPAIRS  PEAK DAY  PK HR".
           PERFORM  H100-PRINT-GROUP
              THRU  H199-PRINT-GROUP-EX
                    VARYING WS-GR-IX FROM 1 BY 1
                    UNTIL WS-GR-IX > WS-GR-CNT.
           IF       WS-GR-CNT = ZERO
                    DISPLAY "GHVOLFC - NO ITEMS IN THE HISTORY WINDOW".

           DISPLAY  " ".
           DISPLAY  "DAILY DESK AND BATCH LOAD - " WS-FCMONTH.
           DISPLAY  "DATE          ITEMS  REPAIRS  PEAK HOUR  ITEMS".
           PERFORM  H200-PRINT-FC-DAY
              THRU  H299-PRINT-FC-DAY-EX
                    VARYING WS-OFF FROM WS-FC-OFF1 BY 1
                    UNTIL WS-OFF > WS-FC-OFF2.
           MOVE     WS-FC-TOT           TO WS-ED-N.
           MOVE     WS-FC-RPR-TOT       TO WS-ED-N2.
           DISPLAY  "MONTH    " WS-ED-N WS-ED-N2.

           DISPLAY  " ".
           DISPLAY  "FORECAST VERSUS ACTUAL - " WS-TRKMONTH.
           IF       WS-TKROW-CNT = ZERO
                    DISPLAY "  NO FORECAST WAS MADE FOR THE MONTH"
                    GO TO H090-PRINT-TOTALS.
           DISPLAY  "DATE         FCST   ACTUAL   VAR%  FC RPR"
                    "  ACT RPR".
           MOVE     ZERO                TO WS-TK-FC-TOT WS-TK-ACT-TOT
                                           WS-TK-ABS-ERR WS-TK-DAYS.
           PERFORM  H300-PRINT-TRACK-DAY
              THRU  H399-PRINT-TRACK-DAY-EX
                    VARYING WS-DD FROM 1 BY 1
                    UNTIL WS-DD > 31.
           MOVE     WS-TK-FC-TOT        TO WS-ED-N.
           MOVE     WS-TK-ACT-TOT       TO WS-ED-N2.
           MOVE     ZERO                TO WS-PCT.
           IF       WS-TK-ACT-TOT > ZERO
                    COMPUTE WS-PCT ROUNDED =
                            (WS-TK-FC-TOT - WS-TK-ACT-TOT) * 100
                            / WS-TK-ACT-TOT.
           MOVE     WS-PCT              TO WS-ED-PCT.
           DISPLAY  "MONTH    " WS-ED-N WS-ED-N2 " " WS-ED-PCT.
      *    MEAN ABSOLUTE DAILY ERROR AS A SHARE OF ACTUAL ITEMS.
           MOVE     ZERO                TO WS-PCT.
           IF       WS-TK-ACT-TOT > ZERO
                    COMPUTE WS-PCT ROUNDED =
                            WS-TK-ABS-ERR * 100 / WS-TK-ACT-TOT.
           MOVE     WS-PCT              TO WS-ED-PCT.
           DISPLAY  "MEAN DAILY ERROR (PCT OF ACTUAL)  " WS-ED-PCT.

           DISPLAY  " ".
           DISPLAY  "MT  CCY       FCST    ACTUAL   VAR%".
           PERFORM  H400-PRINT-TRACK-GROUP
              THRU  H499-PRINT-TRACK-GROUP-EX
                    VARYING WS-GR-IX FROM 1 BY 1
                    UNTIL WS-GR-IX > WS-GR-CNT.

       H090-PRINT-TOTALS.
           DISPLAY  " ".
           MOVE     WS-SCAN-CNT         TO WS-ED-N.
           DISPLAY  "GHVOLFC - ITEMS READ               : " WS-ED-N.
           MOVE     WS-USED-CNT         TO WS-ED-N.
           DISPLAY  "GHVOLFC - ITEMS IN HISTORY         : " WS-ED-N.
           IF       WS-LOST-CNT > ZERO
                    MOVE WS-LOST-CNT    TO WS-ED-N
                    DISPLAY "GHVOLFC - NOT COUNTED, TABLE FULL : "
                            WS-ED-N.
           MOVE     WS-FCROW-CNT        TO WS-ED-N.
           DISPLAY  "GHVOLFC - FORECAST ROWS WRITTEN    : " WS-ED-N.
           MOVE     WS-TKROW-CNT        TO WS-ED-N.
           DISPLAY  "GHVOLFC - FORECAST ROWS TRACKED    : " WS-ED-N.

       H099-PRINT-REPORT-EX.
           EXIT.

       H100-PRINT-GROUP.
           COMPUTE  WS-ED-HR = WS-GR-PK-HOUR (WS-GR-IX) - 1.
           COMPUTE  WS-ED-N ROUNDED = WS-GR-TY-AVG (WS-GR-IX, 1).
           COMPUTE  WS-ED-N2 ROUNDED = WS-GR-TY-AVG (WS-GR-IX, 2).
           COMPUTE  WS-ED-N3 ROUNDED = WS-GR-TY-AVG (WS-GR-IX, 3).
           COMPUTE  WS-ED-N4 ROUNDED = WS-GR-TY-AVG (WS-GR-IX, 4).
           MOVE     WS-GR-FC-TOT (WS-GR-IX) TO WS-ED-N5.
           MOVE     WS-GR-FC-RPR (WS-GR-IX) TO WS-ED-N6.
           DISPLAY  WS-GR-MGTY (WS-GR-IX) " "
                    WS-GR-CUYCD (WS-GR-IX)
                    WS-ED-N (4:6) "   " WS-ED-N2 (4:6) "   "
                    WS-ED-N3 (4:6) "   " WS-ED-N4 (4:6) "     "
                    WS-ED-N5 WS-ED-N6 (2:8) "  "
                    WS-GR-PK-DTE (WS-GR-IX) "  " WS-ED-HR.

       H199-PRINT-GROUP-EX.
           EXIT.

       H200-PRINT-FC-DAY.
           COMPUTE  WS-DD = WS-DY-DATE (WS-OFF) - WS-FC-FROM + 1.
           MOVE     1                   TO WS-HX.
           PERFORM  H210-DAY-PEAK-HOUR
              THRU  H219-DAY-PEAK-HOUR-EX
                    VARYING WS-HR FROM 2 BY 1
                    UNTIL WS-HR > 24.
           COMPUTE  WS-ED-HR = WS-HX - 1.
           MOVE     WS-FD-ITEMS (WS-DD) TO WS-ED-N.
           MOVE     WS-FD-RPR (WS-DD)   TO WS-ED-N2.
           MOVE     WS-FD-HOUR (WS-DD, WS-HX) TO WS-ED-N3.
           DISPLAY  WS-DY-DATE (WS-OFF) " " WS-ED-N WS-ED-N2
                    "     " WS-ED-HR " " WS-ED-N3.

       H299-PRINT-FC-DAY-EX.
           EXIT.

       H210-DAY-PEAK-HOUR.
           IF       WS-FD-HOUR (WS-DD, WS-HR) >
                    WS-FD-HOUR (WS-DD, WS-HX)
                    MOVE WS-HR          TO WS-HX.

       H219-DAY-PEAK-HOUR-EX.
           EXIT.

       H300-PRINT-TRACK-DAY.
           IF       WS-TD-FC (WS-DD) = ZERO
                    AND WS-TD-ACT (WS-DD) = ZERO
                    GO TO H399-PRINT-TRACK-DAY-EX.
           ADD      WS-TD-FC (WS-DD)    TO WS-TK-FC-TOT.
           ADD      WS-TD-ACT (WS-DD)   TO WS-TK-ACT-TOT.
           COMPUTE  WS-DIFF = WS-TD-FC (WS-DD) - WS-TD-ACT (WS-DD).
           IF       WS-DIFF < ZERO
                    COMPUTE WS-DIFF = ZERO - WS-DIFF.
           ADD      WS-DIFF             TO WS-TK-ABS-ERR.
           ADD      1                   TO WS-TK-DAYS.
           MOVE     ZERO                TO WS-PCT.
           IF       WS-TD-ACT (WS-DD) > ZERO
                    COMPUTE WS-PCT ROUNDED =
                            (WS-TD-FC (WS-DD) - WS-TD-ACT (WS-DD))
                            * 100 / WS-TD-ACT (WS-DD).
           MOVE     WS-PCT              TO WS-ED-PCT.
           COMPUTE  WS-K-DATE = WS-TRK-FROM + WS-DD - 1.
           MOVE     WS-TD-FC (WS-DD)    TO WS-ED-N.
           MOVE     WS-TD-ACT (WS-DD)   TO WS-ED-N2.
           MOVE     WS-TD-FC-RPR (WS-DD) TO WS-ED-N3.
           MOVE     WS-TD-ACT-RPR (WS-DD) TO WS-ED-N4.
           DISPLAY  WS-K-DATE WS-ED-N (3:7) WS-ED-N2 " " WS-ED-PCT
                    WS-ED-N3 (2:8) WS-ED-N4.

       H399-PRINT-TRACK-DAY-EX.
           EXIT.

       H400-PRINT-TRACK-GROUP.
           IF       WS-GR-TK-FC (WS-GR-IX) = ZERO
                    AND WS-GR-TK-ACT (WS-GR-IX) = ZERO
                    GO TO H499-PRINT-TRACK-GROUP-EX.
           MOVE     ZERO                TO WS-PCT.
           IF       WS-GR-TK-ACT (WS-GR-IX) > ZERO
                    COMPUTE WS-PCT ROUNDED =
                            (WS-GR-TK-FC (WS-GR-IX)
                             - WS-GR-TK-ACT (WS-GR-IX))
                            * 100 / WS-GR-TK-ACT (WS-GR-IX).
           MOVE     WS-PCT              TO WS-ED-PCT.
           MOVE     WS-GR-TK-FC (WS-GR-IX) TO WS-ED-N.
           MOVE     WS-GR-TK-ACT (WS-GR-IX) TO WS-ED-N2.
           DISPLAY  WS-GR-MGTY (WS-GR-IX) " "
                    WS-GR-CUYCD (WS-GR-IX) " " WS-ED-N WS-ED-N2 " "
                    WS-ED-PCT.

       H499-PRINT-TRACK-GROUP-EX.
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
      *************** END OF PROGRAM SOURCE  GHVOLFC  ***************
      ******************************************************************

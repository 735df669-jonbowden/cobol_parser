      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHBTPRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  BENEFICIARY TEMPLATE CHANGE AND FIRST-USE REPORT.
      *               LISTS FROM THE TFSBENLOG TRAIL, FOR THE REPORT
      *               WINDOW:
      *                 - EVERY TEMPLATE CHANGE SUBMITTED, APPROVED OR
      *                   REJECTED, WITH MAKER/CHECKER AND THE
      *                   BENEFICIARY ACCOUNT AND BANK BEFORE AND AFTER
      *                 - EVERY FIRST PAYMENT FROM A TEMPLATE SINCE ITS
      *                   LAST APPROVAL, MARKED WHERE IT WAS CAPTURED
      *                   INSIDE THE COOLING-OFF
      *               A CHANGE FOLLOWED QUICKLY BY A FIRST PAYMENT IS
      *               THE PATTERN OF A FRAUDULENT BENEFICIARY CHANGE.
      *               THE REPORT DATE COMES FROM THE LOCAL DATA AREA
      *               (RPTDATE, CCYYMMDD - BLANK MEANS TODAY) AND THE
      *               WINDOW FROM BTPDAYS (DAYS UP TO AND INCLUDING THE
      *               REPORT DATE - BLANK OR ZERO MEANS 1).
      *NOTE        :  MODELLED ON GHSSICHG.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BTPL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBENLOG ASSIGN TO DATABASE-TFSBENLOG
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBENLOG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBENLOG-REC.
       01  TFSBENLOG-REC.
           COPY DDS-ALL-FORMATS OF TFSBENLOG.
       01  TFSBENLOG-REC-1.
           COPY TFSBENLOG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHBTPRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTDATE   PIC X(08).
           05 WS-LDA-BTPDAYS   PIC X(02).
           05 FILLER           PIC X(1014).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-RPTDATE          PIC 9(08) VALUE ZEROES.
       01  WS-FROMDTE          PIC 9(08) VALUE ZEROES.
       01  WS-DAYS             PIC 9(02) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-NOTE             PIC X(20) VALUE SPACES.

       01  WS-SUB-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-APP-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-REJ-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-USE-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-COOL-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHBTPRPT".

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

           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTDATE NUMERIC
                    AND WS-LDA-RPTDATE NOT = "00000000"
                    MOVE WS-LDA-RPTDATE TO WS-RPTDATE
           ELSE
                    MOVE WS-DATE-8      TO WS-RPTDATE
           END-IF.
           IF       WS-LDA-BTPDAYS NUMERIC
                    AND WS-LDA-BTPDAYS NOT = "00"
                    MOVE WS-LDA-BTPDAYS TO WS-DAYS
           ELSE
                    MOVE 1              TO WS-DAYS
           END-IF.
           COMPUTE  WS-FROMDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-RPTDATE)
                     - WS-DAYS + 1).

           DISPLAY  "GHBTPRPT - BENEFICIARY TEMPLATE CHANGES AND FIRST "
                    "USES " WS-FROMDTE " TO " WS-RPTDATE.

           OPEN     INPUT TFSBENLOG.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBTPRPT - OPEN FILE ERROR - TFSBENLOG"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHBTPRPT - DATE     TIME   DEBIT ACCOUNT   "
                    "TEMPLATE   EVT A USER       OUTQNO   "
                    "OLD ACCOUNT / BANK -> NEW ACCOUNT / BANK  NOTE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-ONE-EVENT
              THRU  B099-ONE-EVENT-EX
                    UNTIL WS-EOF.
           CLOSE    TFSBENLOG.

           PERFORM  E000-TOTALS
              THRU  E099-TOTALS-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           COMPUTE  WK-N-JLOG-ITEMCNT = WS-SUB-CNT + WS-APP-CNT
                                      + WS-REJ-CNT + WS-USE-CNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-ONE-EVENT.
      *---------------------------------------------------------------*
           READ     TFSBENLOG.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-ONE-EVENT-EX.
           IF       TFSBENLOG-LOGDTE < WS-FROMDTE
                    OR TFSBENLOG-LOGDTE > WS-RPTDATE
                    GO TO B099-ONE-EVENT-EX.

           MOVE     SPACES              TO WS-NOTE.
           EVALUATE TFSBENLOG-EVENT
               WHEN "SUB"
                    ADD  1              TO WS-SUB-CNT
                    MOVE "AWAITING CHECKER" TO WS-NOTE
               WHEN "APP"
                    ADD  1              TO WS-APP-CNT
                    MOVE "NOW LIVE"     TO WS-NOTE
               WHEN "REJ"
                    ADD  1              TO WS-REJ-CNT
                    MOVE "REJECTED"     TO WS-NOTE
               WHEN "USE"
                    ADD  1              TO WS-USE-CNT
                    IF TFSBENLOG-COOLIND = "C"
                       ADD  1           TO WS-COOL-CNT
                       MOVE "IN COOLING-OFF" TO WS-NOTE
                    ELSE
                       MOVE "FIRST USE" TO WS-NOTE
                    END-IF
               WHEN OTHER
                    GO TO B099-ONE-EVENT-EX
           END-EVALUATE.

           DISPLAY  "GHBTPRPT - " TFSBENLOG-LOGDTE
                    " " TFSBENLOG-LOGTIME
                    " " TFSBENLOG-DRACCNO
                    " " TFSBENLOG-TPLID
                    " " TFSBENLOG-EVENT
                    " " TFSBENLOG-FILEACT
                    " " TFSBENLOG-USERID
                    " " TFSBENLOG-OUTQNO
                    " " TFSBENLOG-OLDBENACC
                    " " TFSBENLOG-OLDRCBNKID
                    " " TFSBENLOG-NEWBENACC
                    " " TFSBENLOG-NEWRCBNKID
                    " " WS-NOTE.
           IF       TFSBENLOG-EVENT = "REJ"
                    DISPLAY "GHBTPRPT -   CHECKER COMMENT: "
                            TFSBENLOG-COMMENT.

       B099-ONE-EVENT-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY  "GHBTPRPT - CHANGES SUBMITTED              : "
                    WS-SUB-CNT.
           DISPLAY  "GHBTPRPT - CHANGES APPROVED               : "
                    WS-APP-CNT.
           DISPLAY  "GHBTPRPT - CHANGES REJECTED               : "
                    WS-REJ-CNT.
           DISPLAY  "GHBTPRPT - FIRST USES                     : "
                    WS-USE-CNT.
           DISPLAY  "GHBTPRPT -   INSIDE THE COOLING-OFF       : "
                    WS-COOL-CNT.

       E099-TOTALS-EX.
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
      *************** END OF PROGRAM SOURCE  GHBTPRPT ***************
      ******************************************************************

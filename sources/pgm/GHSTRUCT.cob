      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHSTRUCT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  STRUCTURING DETECTION - DAILY. A CUSTOMER WHO
      *               SPLITS A LARGE REMITTANCE INTO SEVERAL PAYMENTS
      *               EACH JUST UNDER A THRESHOLD NEVER TRIPS ANY
      *               SINGLE-ITEM CHECK. THE JOB TAKES EVERY PROCESSED
      *               INWARD ITEM ON TFSSTPL AND THE TFSSTPLH ARCHIVE
      *               WHOSE PROCESSING DATE FALLS IN THE ROLLING
      *               WINDOW AND KEEPS THOSE THAT ARE NEAR-THRESHOLD -
      *               WITHIN THE BAND BELOW THE TFSHVTHR HIGH-VALUE
      *               THRESHOLD OF THE ITEM CURRENCY (AMT), OR BELOW
      *               THE REGULATORY REPORTING THRESHOLD IN LOCAL
      *               CURRENCY (LCAMT). THE NEAR-THRESHOLD ITEMS ARE
      *               THEN GROUPED BY BENEFICIARY ACCOUNT AND,
      *               SEPARATELY, BY ORDERING CUSTOMER. A GROUP WITH
      *               AT LEAST THE MINIMUM COUNT, ONE OF THEM PROCESSED
      *               TODAY, IS WRITTEN TO THE TFSSTRCT REVIEW FILE
      *               WITH ITS MEMBER ITEMS AND AN ALERT IS RAISED.
      *               TUNING (TFSAPLPA, READ THROUGH TRFXPARA):
      *                 STRCDAYS - ROLLING WINDOW IN DAYS (DEFAULT 7)
      *                 STRCBAND - BAND BELOW THRESHOLD, PERCENT
      *                            (DEFAULT 10)
      *                 STRCMINC - MINIMUM ITEMS IN A GROUP (DEFAULT 3)
      *                 STRCRGTH - REGULATORY THRESHOLD, WHOLE UNITS
      *                            OF LOCAL CURRENCY (NOT SET = THE
      *                            REGULATORY TEST IS NOT APPLIED)
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS THAT CAN HOLD
ARCP01*               THE WINDOW ARE READ - THE WINDOW'S INTAKE MONTHS
ARCP01*               AND THE ARCPLKBK MONTHS BEFORE THEM (DEFAULT 12,
ARCP01*               NEVER LESS THAN THE WHSEHRZN WAREHOUSE HORIZON).
      *NOTE        :  MODELLED ON GHFDUPSC / GHRESCRN.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS ONLY THE MONTHLY
      *                        TFSSTPLH PARTITIONS COVERING THE
      *                        ROLLING WINDOW; AN OFFLINE PARTITION
      *                        IS REPORTED AS NOT TESTED.
      *---------------------------------------------------------------*
      *  STRU01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    UPSI-2 IS UPSI-SWITCH-2
                           ON  STATUS IS U2-ON
                           OFF STATUS IS U2-OFF.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSHVTHR ASSIGN TO DATABASE-TFSHVTHR
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
           SELECT TFSSTRCT ASSIGN TO DATABASE-TFSSTRCT
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSHVTHR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSHVTHR-REC.
       01  TFSHVTHR-REC.
           COPY DDS-ALL-FORMATS OF TFSHVTHR.
       01  TFSHVTHR-REC-1.
           COPY TFSHVTHR.
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
       FD  TFSSTRCT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTRCT-REC.
       01  TFSSTRCT-REC.
           COPY DDS-ALL-FORMATS OF TFSSTRCT.
       01  TFSSTRCT-REC-1.
           COPY TFSSTRCT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHSTRUCT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY XPARA.
       COPY ALRT.

       01  WS-STPL-ITEM.
           COPY TFSSTPL.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-FROM-DTE         PIC 9(08) VALUE ZEROES.

      * TUNING - DEFAULTS APPLY WHEN THE TFSAPLPA ROW IS NOT SET.
       01  WS-DAY-WINDOW       PIC 9(03) VALUE 7.
       01  WS-BAND-PCT         PIC 9(02) VALUE 10.
       01  WS-MIN-CNT          PIC 9(03) VALUE 3.
       01  WS-REG-THRESHOLD    PIC S9(15)V9(02) VALUE ZERO.
       01  WS-REG-FLOOR        PIC S9(15)V9(02) VALUE ZERO.
       01  WS-HV-THRESHOLD     PIC S9(15)V9(02) VALUE ZERO.
       01  WS-HV-FLOOR         PIC S9(15)V9(02) VALUE ZERO.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-NEAR-IND         PIC X(01)  VALUE SPACE.
ARCP01 01  WS-FROMMTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 COPY ARCP.
ARCP01 01  WS-LKBK-MONTHS      PIC 9(03) VALUE 12.
ARCP01 01  WS-WHSE-MONTHS      PIC 9(03) VALUE ZEROES.

      * HIGH-VALUE THRESHOLDS BY CURRENCY.
       01  WS-HV-TAB.
           05 WS-HV-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-HV-ENT OCCURS 200 TIMES.
              10 WS-HV-CUYCD   PIC X(03).
              10 WS-HV-THR     PIC S9(15)V9(02).

      * NEAR-THRESHOLD ITEMS IN THE WINDOW. THE TWO DONE FLAGS MARK
      * AN ITEM ALREADY ASSIGNED TO A BENEFICIARY / ORDERING
      * CUSTOMER GROUP, SO EACH GROUP IS WRITTEN ONCE.
       01  WS-NT-TAB.
           05 WS-NT-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-NT-ENT OCCURS 5000 TIMES.
              10 WS-NT-PARALNO PIC 9(08).
              10 WS-NT-SEQNUM  PIC 9(02).
              10 WS-NT-BENACC  PIC X(35).
              10 WS-NT-ORDNM   PIC X(35).
              10 WS-NT-CUYCD   PIC X(03).
              10 WS-NT-AMT     PIC S9(15)V9(02).
              10 WS-NT-LCAMT   PIC S9(15)V9(02).
              10 WS-NT-VALDTE  PIC S9(08).
              10 WS-NT-PROCDTE PIC S9(08).
              10 WS-NT-NEARIND PIC X(01).
              10 WS-NT-BDONE   PIC X(01).
              10 WS-NT-ODONE   PIC X(01).
       01  WS-NT-MAX           PIC S9(04) COMP VALUE 5000.

       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-JX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HV-IX            PIC S9(04) COMP VALUE ZERO.

      * GROUP BEING BUILT.
       01  WS-GRP-TYP          PIC X(01)  VALUE SPACE.
       01  WS-GRP-KEY          PIC X(35)  VALUE SPACES.
       01  WS-GRP-CNT          PIC 9(05)  VALUE ZEROES.
       01  WS-GRP-LCAMT        PIC S9(15)V9(02) VALUE ZERO.
       01  WS-GRP-TODAY        PIC X(01)  VALUE "N".
       01  WS-GRPNO            PIC 9(05)  VALUE ZEROES.

       01  WS-SCAN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-BGRP-CNT         PIC 9(05) VALUE ZEROES.
       01  WS-OGRP-CNT         PIC 9(05) VALUE ZEROES.
       01  WS-ROW-CNT          PIC 9(09) VALUE ZEROES.
       01  WS-EDIT-CNT         PIC ZZZZ9.
       01  WS-EDIT-KEY         PIC X(20).
       01  WS-JOBNAME          PIC X(10) VALUE "GHSTRUCT".

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

           PERFORM  A100-LOAD-PARAMETERS
              THRU  A199-LOAD-PARAMETERS-EX.
           PERFORM  B000-LOAD-HV-THRESHOLDS
              THRU  B099-LOAD-HV-THRESHOLDS-EX.

           PERFORM  C000-SCAN-LIVE
              THRU  C099-SCAN-LIVE-EX.
           PERFORM  C100-SCAN-ARCHIVE
              THRU  C199-SCAN-ARCHIVE-EX.

           OPEN     EXTEND TFSSTRCT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSTRUCT - OPEN FILE ERROR - TFSSTRCT"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "B"                 TO WS-GRP-TYP.
           PERFORM  E000-GROUP-FROM-ITEM
              THRU  E099-GROUP-FROM-ITEM-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-NT-CNT.
           MOVE     "O"                 TO WS-GRP-TYP.
           PERFORM  E000-GROUP-FROM-ITEM
              THRU  E099-GROUP-FROM-ITEM-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-NT-CNT.

           CLOSE    TFSSTRCT.

           DISPLAY  "GHSTRUCT - PROCESSED ITEMS IN WINDOW   : "
                    WS-SCAN-CNT.
           DISPLAY  "GHSTRUCT - NEAR-THRESHOLD ITEMS        : "
                    WS-NT-CNT.
           DISPLAY  "GHSTRUCT - BENEFICIARY GROUPS FLAGGED  : "
                    WS-BGRP-CNT.
           DISPLAY  "GHSTRUCT - ORDERING CUST GROUPS FLAGGED: "
                    WS-OGRP-CNT.
           DISPLAY  "GHSTRUCT - REVIEW ROWS WRITTEN         : "
                    WS-ROW-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-SCAN-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
      *    A PARAMETER NOT SET (OR OUT OF RANGE) KEEPS ITS DEFAULT.
      *    THE REGULATORY THRESHOLD HAS NO DEFAULT - IT IS SET BY
      *    COMPLIANCE FOR THE BOOKING JURISDICTION.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "STRCDAYS"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 367
                    MOVE WK-N-XPARA-PARANUM TO WS-DAY-WINDOW.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "STRCBAND"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100
                    MOVE WK-N-XPARA-PARANUM TO WS-BAND-PCT.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "STRCMINC"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > 1
                    AND WK-N-XPARA-PARANUM < 1000
                    MOVE WK-N-XPARA-PARANUM TO WS-MIN-CNT.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "STRCRGTH"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    MOVE WK-N-XPARA-PARANUM TO WS-REG-THRESHOLD.

           COMPUTE  WS-REG-FLOOR ROUNDED = WS-REG-THRESHOLD
                    * (100 - WS-BAND-PCT) / 100.

      *    THE WINDOW INCLUDES TODAY.
           COMPUTE  WS-FROM-DTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DATE-8)
                     - WS-DAY-WINDOW + 1).

           DISPLAY  "GHSTRUCT - WINDOW " WS-FROM-DTE " TO "
                    WS-DATE-8 " BAND " WS-BAND-PCT "% MIN ITEMS "
                    WS-MIN-CNT.
           IF       WS-REG-THRESHOLD = ZERO
                    DISPLAY "GHSTRUCT - STRCRGTH NOT SET - "
                            "REGULATORY THRESHOLD TEST SKIPPED".

       A199-LOAD-PARAMETERS-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-HV-THRESHOLDS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSHVTHR.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSTRUCT - OPEN FILE ERROR - TFSHVTHR"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-THRESHOLD
              THRU  B019-ONE-THRESHOLD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSHVTHR.

       B099-LOAD-HV-THRESHOLDS-EX.
           EXIT.

       B010-ONE-THRESHOLD.
           READ     TFSHVTHR.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-THRESHOLD-EX.
           IF       TFSHVTHR-THRESHOLD NOT > ZERO
                    GO TO B019-ONE-THRESHOLD-EX.
           IF       WS-HV-CNT NOT < 200
                    DISPLAY "GHSTRUCT - MORE THAN 200 TFSHVTHR ROWS"
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-HV-CNT.
           MOVE     TFSHVTHR-CUYCD      TO WS-HV-CUYCD (WS-HV-CNT).
           MOVE     TFSHVTHR-THRESHOLD  TO WS-HV-THR (WS-HV-CNT).

       B019-ONE-THRESHOLD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-LIVE.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSTRUCT - OPEN FILE ERROR - TFSSTPL"
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
           PERFORM  D000-TEST-ITEM
              THRU  D099-TEST-ITEM-EX.

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
ARCP01              DISPLAY "GHSTRUCT - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT TESTED"
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
                    DISPLAY "GHSTRUCT - OPEN FILE ERROR - TFSSTPLH"
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
           PERFORM  D000-TEST-ITEM
              THRU  D099-TEST-ITEM-EX.

       C119-ONE-ARCHIVE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-TEST-ITEM.
      *---------------------------------------------------------------*
      *    PROCESSED ITEMS IN THE WINDOW ONLY. AN ITEM IS NEAR-
      *    THRESHOLD WHEN IT SITS IN THE BAND BELOW EITHER THRESHOLD -
      *    AT OR ABOVE THE THRESHOLD IT IS CAUGHT BY THE SINGLE-ITEM
      *    CONTROLS AND IS NOT A SPLIT.
      *---------------------------------------------------------------*
           IF       TFSSPTL-PRCIND NOT = "Y"
                    OR TFSSPTL-PROCDTE < WS-FROM-DTE
                    OR TFSSPTL-PROCDTE > WS-DATE-8
                    GO TO D099-TEST-ITEM-EX.
           ADD      1                   TO WS-SCAN-CNT.
           MOVE     SPACE               TO WS-NEAR-IND.

           MOVE     ZERO                TO WS-HV-IX.
           PERFORM  D010-FIND-HV
              THRU  D019-FIND-HV-EX
                    VARYING WS-JX FROM 1 BY 1
                    UNTIL WS-JX > WS-HV-CNT
                       OR WS-HV-IX > ZERO.
           IF       WS-HV-IX > ZERO
                    MOVE WS-HV-THR (WS-HV-IX) TO WS-HV-THRESHOLD
                    COMPUTE WS-HV-FLOOR ROUNDED = WS-HV-THRESHOLD
                            * (100 - WS-BAND-PCT) / 100
                    IF TFSSPTL-AMT NOT < WS-HV-FLOOR
                       AND TFSSPTL-AMT < WS-HV-THRESHOLD
                       MOVE "H"         TO WS-NEAR-IND
                    END-IF
           END-IF.

           IF       WS-REG-THRESHOLD > ZERO
                    AND TFSSPTL-LCAMT NOT < WS-REG-FLOOR
                    AND TFSSPTL-LCAMT < WS-REG-THRESHOLD
                    IF WS-NEAR-IND = "H"
                       MOVE "B"         TO WS-NEAR-IND
                    ELSE
                       MOVE "R"         TO WS-NEAR-IND
                    END-IF
           END-IF.

           IF       WS-NEAR-IND = SPACE
                    GO TO D099-TEST-ITEM-EX.

      *    A WINDOW LARGER THAN THE TABLE CANNOT BE PARTLY GROUPED
      *    WITHOUT SAYING SO - STOP AND LET THE BAND BE TIGHTENED.
           IF       WS-NT-CNT NOT < WS-NT-MAX
                    DISPLAY "GHSTRUCT - MORE THAN 5000 NEAR-THRESHOLD"
                            " ITEMS IN THE WINDOW"
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-NT-CNT.
           MOVE     TFSSPTL-PARALNO     TO WS-NT-PARALNO (WS-NT-CNT).
           MOVE     TFSSPTL-SEQNUM      TO WS-NT-SEQNUM (WS-NT-CNT).
           MOVE     TFSSPTL-TAG59-V1    TO WS-NT-BENACC (WS-NT-CNT).
           MOVE     TFSSPTL-TAG50NM     TO WS-NT-ORDNM (WS-NT-CNT).
           MOVE     TFSSPTL-CUYCD       TO WS-NT-CUYCD (WS-NT-CNT).
           MOVE     TFSSPTL-AMT         TO WS-NT-AMT (WS-NT-CNT).
           MOVE     TFSSPTL-LCAMT       TO WS-NT-LCAMT (WS-NT-CNT).
           MOVE     TFSSPTL-VALDTE      TO WS-NT-VALDTE (WS-NT-CNT).
           MOVE     TFSSPTL-PROCDTE     TO WS-NT-PROCDTE (WS-NT-CNT).
           MOVE     WS-NEAR-IND         TO WS-NT-NEARIND (WS-NT-CNT).
           MOVE     "N"                 TO WS-NT-BDONE (WS-NT-CNT)
                                           WS-NT-ODONE (WS-NT-CNT).

       D099-TEST-ITEM-EX.
           EXIT.

       D010-FIND-HV.
           IF       WS-HV-CUYCD (WS-JX) = TFSSPTL-CUYCD
                    MOVE WS-JX          TO WS-HV-IX.

       D019-FIND-HV-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-GROUP-FROM-ITEM.
      *---------------------------------------------------------------*
      *    THE FIRST ITEM NOT YET IN A GROUP OF THIS TYPE OPENS THE
      *    GROUP; EVERY LATER ITEM WITH THE SAME KEY JOINS IT. A BLANK
      *    KEY (NO ACCOUNT LINE / NO ORDERING NAME) IS NOT GROUPED.
      *    A GROUP IS ONLY FLAGGED WHEN IT HAS NEW ACTIVITY TODAY, SO
      *    THE SAME PATTERN IS NOT RE-FLAGGED EVERY DAY OF THE WINDOW.
      *---------------------------------------------------------------*
           IF       WS-GRP-TYP = "B"
                    IF WS-NT-BDONE (WS-IX) = "Y"
                       GO TO E099-GROUP-FROM-ITEM-EX
                    END-IF
                    MOVE WS-NT-BENACC (WS-IX) TO WS-GRP-KEY
           ELSE
                    IF WS-NT-ODONE (WS-IX) = "Y"
                       GO TO E099-GROUP-FROM-ITEM-EX
                    END-IF
                    MOVE WS-NT-ORDNM (WS-IX)  TO WS-GRP-KEY
           END-IF.
           IF       WS-GRP-KEY = SPACES
                    GO TO E099-GROUP-FROM-ITEM-EX.

           MOVE     ZERO                TO WS-GRP-CNT
                                           WS-GRP-LCAMT.
           MOVE     "N"                 TO WS-GRP-TODAY.
           PERFORM  E010-COUNT-MEMBER
              THRU  E019-COUNT-MEMBER-EX
                    VARYING WS-JX FROM WS-IX BY 1
                    UNTIL WS-JX > WS-NT-CNT.

           IF       WS-GRP-CNT < WS-MIN-CNT
                    OR WS-GRP-TODAY NOT = "Y"
                    GO TO E099-GROUP-FROM-ITEM-EX.

           ADD      1                   TO WS-GRPNO.
           IF       WS-GRP-TYP = "B"
                    ADD  1              TO WS-BGRP-CNT
           ELSE
                    ADD  1              TO WS-OGRP-CNT
           END-IF.
           PERFORM  E100-WRITE-MEMBER
              THRU  E199-WRITE-MEMBER-EX
                    VARYING WS-JX FROM WS-IX BY 1
                    UNTIL WS-JX > WS-NT-CNT.

           MOVE     WS-GRP-CNT          TO WS-EDIT-CNT.
           MOVE     WS-GRP-KEY          TO WS-EDIT-KEY.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
           IF       WS-GRP-TYP = "B"
                    STRING "STRUCTURING? " WS-EDIT-CNT
                           " NEAR-THRESHOLD ITEMS TO A/C "
                           WS-EDIT-KEY
                           DELIMITED BY SIZE INTO WK-C-ALRT-TEXT
           ELSE
                    STRING "STRUCTURING? " WS-EDIT-CNT
                           " NEAR-THRESHOLD ITEMS FROM "
                           WS-EDIT-KEY
                           DELIMITED BY SIZE INTO WK-C-ALRT-TEXT
           END-IF.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHSTRUCT - GROUP " WS-GRPNO " " WS-GRP-TYP " "
                    WS-GRP-KEY " ITEMS " WS-GRP-CNT.

       E099-GROUP-FROM-ITEM-EX.
           EXIT.

       E010-COUNT-MEMBER.
           IF       WS-GRP-TYP = "B"
                    IF WS-NT-BENACC (WS-JX) NOT = WS-GRP-KEY
                       GO TO E019-COUNT-MEMBER-EX
                    END-IF
                    MOVE "Y"            TO WS-NT-BDONE (WS-JX)
           ELSE
                    IF WS-NT-ORDNM (WS-JX) NOT = WS-GRP-KEY
                       GO TO E019-COUNT-MEMBER-EX
                    END-IF
                    MOVE "Y"            TO WS-NT-ODONE (WS-JX)
           END-IF.
           ADD      1                   TO WS-GRP-CNT.
           ADD      WS-NT-LCAMT (WS-JX) TO WS-GRP-LCAMT.
           IF       WS-NT-PROCDTE (WS-JX) = WS-DATE-8
                    MOVE "Y"            TO WS-GRP-TODAY.

       E019-COUNT-MEMBER-EX.
           EXIT.

      *---------------------------------------------------------------*
       E100-WRITE-MEMBER.
      *---------------------------------------------------------------*
           IF       WS-GRP-TYP = "B"
                    IF WS-NT-BENACC (WS-JX) NOT = WS-GRP-KEY
                       GO TO E199-WRITE-MEMBER-EX
                    END-IF
           ELSE
                    IF WS-NT-ORDNM (WS-JX) NOT = WS-GRP-KEY
                       GO TO E199-WRITE-MEMBER-EX
                    END-IF
           END-IF.

           INITIALIZE                   TFSSTRCT-REC-1.
           MOVE     WS-DATE-8           TO TFSSTRCT-RUNDTE.
           MOVE     WS-GRPNO            TO TFSSTRCT-GRPNO.
           MOVE     WS-GRP-TYP          TO TFSSTRCT-GRPTYP.
           MOVE     WS-GRP-KEY          TO TFSSTRCT-GRPKEY.
           MOVE     WS-GRP-CNT          TO TFSSTRCT-GRPCNT.
           MOVE     WS-GRP-LCAMT        TO TFSSTRCT-GRPLCAMT.
           MOVE     WS-NT-PARALNO (WS-JX) TO TFSSTRCT-PARALNO.
           MOVE     WS-NT-SEQNUM (WS-JX)  TO TFSSTRCT-SEQNUM.
           MOVE     WS-NT-PROCDTE (WS-JX) TO TFSSTRCT-PROCDTE.
           MOVE     WS-NT-VALDTE (WS-JX)  TO TFSSTRCT-VALDTE.
           MOVE     WS-NT-CUYCD (WS-JX)   TO TFSSTRCT-CUYCD.
           MOVE     WS-NT-AMT (WS-JX)     TO TFSSTRCT-AMT.
           MOVE     WS-NT-LCAMT (WS-JX)   TO TFSSTRCT-LCAMT.
           MOVE     WS-NT-NEARIND (WS-JX) TO TFSSTRCT-NEARIND.
           IF       WS-GRP-TYP = "B"
                    MOVE WS-NT-ORDNM (WS-JX)  TO TFSSTRCT-OTHKEY
           ELSE
                    MOVE WS-NT-BENACC (WS-JX) TO TFSSTRCT-OTHKEY
           END-IF.
           MOVE     SPACE               TO TFSSTRCT-REVSTAT.
           WRITE    TFSSTRCT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSTRUCT - WRITE ERROR - TFSSTRCT"
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-ROW-CNT.

       E199-WRITE-MEMBER-EX.
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
      *************** END OF PROGRAM SOURCE  GHSTRUCT ***************
      ******************************************************************

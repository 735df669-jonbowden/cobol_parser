      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHSSICHG.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  REPORT OF PENDING ITEMS STILL ON A COUNTERPARTY'S
      *               OLD SETTLEMENT ROUTE AFTER IT CHANGED ITS
      *               STANDARD SETTLEMENT INSTRUCTION (TFSSSI). A
      *               COUNTERPARTY HAS CHANGED WHEN ONE OF ITS TFSSSI
      *               ROWS WENT LIVE (ADDDTE) OR TOOK EFFECT (EFFDTE)
      *               IN THE REPORT WINDOW. FOR THOSE COUNTERPARTIES
      *               THE REPORT LISTS:
      *                 - OUTWARD TFSOUTQ ITEMS NOT YET SENT WHOSE
      *                   ROUTE WAS DEFAULTED FROM THE INSTRUCTION
      *                   (SSIIND "S") AND WHOSE RECEIVER IS NO LONGER
      *                   THE CORRESPONDENT IN FORCE
      *                 - INWARD TFSSTPL ITEMS NOT YET PROCESSED WHOSE
      *                   TAG 54 (OR 53) REIMBURSEMENT BIC IS NEITHER
      *                   THE CORRESPONDENT NOR THE INTERMEDIARY IN
      *                   FORCE
      *               AN ITEM WHOSE COUNTERPARTY NO LONGER HAS ANY
      *               INSTRUCTION IN FORCE IS LISTED AS SUCH. THE
      *               REPORT DATE COMES FROM THE LOCAL DATA AREA
      *               (RPTDATE, CCYYMMDD - BLANK MEANS TODAY) AND THE
      *               WINDOW FROM SSIDAYS (DAYS UP TO AND INCLUDING THE
      *               REPORT DATE - BLANK OR ZERO MEANS 1).
      *NOTE        :  MODELLED ON GHCOVRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  SSI001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSSI ASSIGN TO DATABASE-TFSSSI
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSSI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSSI-REC.
       01  TFSSSI-REC.
           COPY DDS-ALL-FORMATS OF TFSSSI.
       01  TFSSSI-REC-1.
           COPY TFSSSI.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHSSICHG  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY VSSI.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTDATE   PIC X(08).
           05 WS-LDA-SSIDAYS   PIC X(02).
           05 FILLER           PIC X(1014).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-RPTDATE          PIC 9(08) VALUE ZEROES.
       01  WS-FROMDTE          PIC 9(08) VALUE ZEROES.
       01  WS-DAYS             PIC 9(02) VALUE ZEROES.
       01  WS-ASOFDTE          PIC S9(08) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      *    COUNTERPARTY / CURRENCY / PRODUCT WHOSE INSTRUCTION CHANGED
      *    IN THE WINDOW.
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY     OCCURS 500 TIMES.
              10 WS-CHG-BANKID PIC X(11).
              10 WS-CHG-CUYCD  PIC X(03).
              10 WS-CHG-PRODCD PIC X(03).
       01  WS-CHG-MAX          PIC S9(04) COMP VALUE 500.
       01  WS-CHG-CNT          PIC S9(04) COMP VALUE ZERO.
       01  WS-CHG-IX           PIC S9(04) COMP VALUE ZERO.
       01  WS-CHG-FOUND-SW     PIC X(01)  VALUE "N".
       01  WS-CHG-FULL-SW      PIC X(01)  VALUE "N".

      *    TAG 53/54 LAID OUT AS TRFVTD1 READS THEM - OPTION IN THE
      *    THIRD BYTE, BIC ON THE SECOND LINE.
       01  WS-T5X-FORMAT.
           05 FILLER           PIC X(02).
           05 WS-T5X-OPT       PIC X(01).
           05 FILLER           PIC X(01).
           05 WS-T5X-PTID      PIC X(37).
           05 WS-T5X-BIC       PIC X(11).
           05 FILLER           PIC X(129).

       01  WS-ITEM-BANKID      PIC X(11) VALUE SPACES.
       01  WS-ITEM-CUYCD       PIC X(03) VALUE SPACES.
       01  WS-ITEM-PRODCD      PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-PRODCD    PIC X(03) VALUE SPACES.
       01  WS-ROUTE-BIC        PIC X(11) VALUE SPACES.
       01  WS-REASON           PIC X(24) VALUE SPACES.
       01  WS-AMT-ED           PIC Z(14)9.99.

       01  WS-SSICHG-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-OUTPND-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-OUTOLD-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-INWPND-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-INWOLD-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHSSICHG".

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
           IF       WS-LDA-SSIDAYS NUMERIC
                    AND WS-LDA-SSIDAYS NOT = "00"
                    MOVE WS-LDA-SSIDAYS TO WS-DAYS
           ELSE
                    MOVE 1              TO WS-DAYS
           END-IF.
           COMPUTE  WS-FROMDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-RPTDATE)
                     - WS-DAYS + 1).

           DISPLAY  "GHSSICHG - PENDING ITEMS ON A CHANGED SSI ROUTE - "
                    "CHANGES " WS-FROMDTE " TO " WS-RPTDATE.

           PERFORM  B000-LOAD-CHANGES
              THRU  B099-LOAD-CHANGES-EX.
           IF       WS-CHG-CNT > ZERO
                    PERFORM C000-SCAN-OUTWARD
                       THRU C099-SCAN-OUTWARD-EX
                    PERFORM D000-SCAN-INWARD
                       THRU D099-SCAN-INWARD-EX
           END-IF.
           PERFORM  E000-TOTALS
              THRU  E099-TOTALS-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           COMPUTE  WK-N-JLOG-ITEMCNT = WS-OUTOLD-CNT + WS-INWOLD-CNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-CHANGES.
      *---------------------------------------------------------------*
      *    EVERY INSTRUCTION THAT WENT LIVE OR TOOK EFFECT IN THE
      *    WINDOW IS A CHANGE OF ROUTE FOR ITS COUNTERPARTY, CURRENCY
      *    AND PRODUCT.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSSICHG - OPEN FILE ERROR - TFSSSI"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHSSICHG - CHANGED INSTRUCTIONS".
           DISPLAY  "GHSSICHG - COUNTERPARTY CCY PRD EFFECTIVE EXPIRY"
                    "   CORRESPONDENT INTERMEDIARY APPROVER".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-SSI
              THRU  B019-ONE-SSI-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSSI.

       B099-LOAD-CHANGES-EX.
           EXIT.

       B010-ONE-SSI.
           READ     TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-SSI-EX.

           IF       (TFSSSI-ADDDTE < WS-FROMDTE
                     OR TFSSSI-ADDDTE > WS-RPTDATE)
                    AND (TFSSSI-EFFDTE < WS-FROMDTE
                     OR TFSSSI-EFFDTE > WS-RPTDATE)
                    GO TO B019-ONE-SSI-EX.

           ADD      1                   TO WS-SSICHG-CNT.
           DISPLAY  "GHSSICHG - " TFSSSI-BANKID
                    " " TFSSSI-CUYCD
                    " " TFSSSI-PRODCD
                    " " TFSSSI-EFFDTE
                    " " TFSSSI-EXPDTE
                    " " TFSSSI-CORRBIC
                    " " TFSSSI-INTMBIC
                    " " TFSSSI-APPRUSER.

           MOVE     TFSSSI-BANKID       TO WS-ITEM-BANKID.
           MOVE     TFSSSI-CUYCD        TO WS-ITEM-CUYCD.
           MOVE     TFSSSI-PRODCD       TO WS-ITEM-PRODCD.
           PERFORM  X100-FIND-CHANGE
              THRU  X199-FIND-CHANGE-EX.
           IF       WS-CHG-FOUND-SW = "Y"
                    GO TO B019-ONE-SSI-EX.
           IF       WS-CHG-CNT NOT < WS-CHG-MAX
                    IF WS-CHG-FULL-SW = "N"
                       DISPLAY "GHSSICHG - MORE THAN " WS-CHG-MAX
                               " CHANGED INSTRUCTIONS - REST NOT"
                               " CHECKED"
                       MOVE "Y"         TO WS-CHG-FULL-SW
                    END-IF
                    GO TO B019-ONE-SSI-EX.
           ADD      1                   TO WS-CHG-CNT.
           MOVE     TFSSSI-BANKID       TO WS-CHG-BANKID (WS-CHG-CNT).
           MOVE     TFSSSI-CUYCD        TO WS-CHG-CUYCD (WS-CHG-CNT).
           MOVE     TFSSSI-PRODCD       TO WS-CHG-PRODCD (WS-CHG-CNT).

       B019-ONE-SSI-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-OUTWARD.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSSICHG - OPEN FILE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHSSICHG - OUTWARD PENDING ON THE OLD ROUTE".
           DISPLAY  "GHSSICHG - OUTQNO   SQ P COUNTERPARTY RECEIVER   "
                    " CCY             AMOUNT NOW VIA     REASON".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-ONE-OUTWARD
              THRU  C019-ONE-OUTWARD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSOUTQ.

       C099-SCAN-OUTWARD-EX.
           EXIT.

       C010-ONE-OUTWARD.
           READ     TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-ONE-OUTWARD-EX.

      *    NOT YET SENT: AWAITING RELEASE, REPAIR, OPS HOLD,
      *    SCREENING HOLD OR PAYMENT-CONTROL HOLD.
           IF       TFSOUTQ-PRCIND NOT = SPACE
                    AND TFSOUTQ-PRCIND NOT = "R"
                    AND TFSOUTQ-PRCIND NOT = "H"
                    AND TFSOUTQ-PRCIND NOT = "S"
                    AND TFSOUTQ-PRCIND NOT = "V"
                    GO TO C019-ONE-OUTWARD-EX.
           IF       TFSOUTQ-SSIIND NOT = "S"
                    GO TO C019-ONE-OUTWARD-EX.
           ADD      1                   TO WS-OUTPND-CNT.

           MOVE     TFSOUTQ-TAG57BIC    TO WS-ITEM-BANKID.
           MOVE     TFSOUTQ-CUYCD       TO WS-ITEM-CUYCD.
           IF       TFSOUTQ-SWFTMGTY = 103
                    MOVE "CUS"          TO WS-ITEM-PRODCD
           ELSE
                    MOVE "FIN"          TO WS-ITEM-PRODCD
           END-IF.
           MOVE     WS-ITEM-PRODCD      TO WS-LOOKUP-PRODCD.
           PERFORM  X000-ITEM-CHANGED
              THRU  X099-ITEM-CHANGED-EX.
           IF       WS-CHG-FOUND-SW = "N"
                    GO TO C019-ONE-OUTWARD-EX.

           IF       TFSOUTQ-VALDTE > WS-RPTDATE
                    MOVE TFSOUTQ-VALDTE TO WS-ASOFDTE
           ELSE
                    MOVE WS-RPTDATE     TO WS-ASOFDTE
           END-IF.
           MOVE     TFSOUTQ-RCBNKID     TO WS-ROUTE-BIC.
           PERFORM  X200-CHECK-ROUTE
              THRU  X299-CHECK-ROUTE-EX.
           IF       WS-REASON = SPACES
                    GO TO C019-ONE-OUTWARD-EX.

           ADD      1                   TO WS-OUTOLD-CNT.
           MOVE     TFSOUTQ-AMT         TO WS-AMT-ED.
           DISPLAY  "GHSSICHG - " TFSOUTQ-OUTQNO
                    " " TFSOUTQ-SEQNUM
                    " " TFSOUTQ-PRCIND
                    " " TFSOUTQ-TAG57BIC
                    "  " TFSOUTQ-RCBNKID
                    " " TFSOUTQ-CUYCD
                    " " WS-AMT-ED
                    " " WK-C-VSSI-CORRBIC
                    " " WS-REASON.

       C019-ONE-OUTWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-SCAN-INWARD.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSSICHG - OPEN FILE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHSSICHG - INWARD PENDING ON THE OLD ROUTE".
           DISPLAY  "GHSSICHG - PARALNO  SQ P SENDER       53/54 BIC  "
                    " CCY             AMOUNT NOW VIA     REASON".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D010-ONE-INWARD
              THRU  D019-ONE-INWARD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

       D099-SCAN-INWARD-EX.
           EXIT.

       D010-ONE-INWARD.
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D019-ONE-INWARD-EX.

           IF       TFSSPTL-PRCIND = "Y"
                    OR TFSSPTL-PRCIND = "D"
                    GO TO D019-ONE-INWARD-EX.
           IF       TFSSPTL-SWFTMGTY NOT = 103
                    AND TFSSPTL-SWFTMGTY NOT = 202
                    GO TO D019-ONE-INWARD-EX.

      *    THE QUOTED REIMBURSEMENT ROUTE - TAG 54, ELSE TAG 53.
           MOVE     SPACES              TO WS-ROUTE-BIC.
           MOVE     TFSSPTL-TAG54       TO WS-T5X-FORMAT.
           IF       WS-T5X-OPT NOT = SPACES
                    MOVE WS-T5X-BIC     TO WS-ROUTE-BIC
           ELSE
                    MOVE TFSSPTL-TAG53  TO WS-T5X-FORMAT
                    IF WS-T5X-OPT NOT = SPACES
                       MOVE WS-T5X-BIC  TO WS-ROUTE-BIC
                    END-IF
           END-IF.
           IF       WS-ROUTE-BIC = SPACES
                    GO TO D019-ONE-INWARD-EX.
           ADD      1                   TO WS-INWPND-CNT.

           MOVE     TFSSPTL-SENBNKID    TO WS-ITEM-BANKID.
           MOVE     TFSSPTL-CUYCD       TO WS-ITEM-CUYCD.
           IF       TFSSPTL-SWFTMGTY = 103
                    MOVE "CUS"          TO WS-ITEM-PRODCD
           ELSE
                    MOVE "FIN"          TO WS-ITEM-PRODCD
           END-IF.
           MOVE     WS-ITEM-PRODCD      TO WS-LOOKUP-PRODCD.
           PERFORM  X000-ITEM-CHANGED
              THRU  X099-ITEM-CHANGED-EX.
           IF       WS-CHG-FOUND-SW = "N"
                    GO TO D019-ONE-INWARD-EX.

           MOVE     WS-RPTDATE          TO WS-ASOFDTE.
           PERFORM  X200-CHECK-ROUTE
              THRU  X299-CHECK-ROUTE-EX.
           IF       WS-REASON = SPACES
                    GO TO D019-ONE-INWARD-EX.

           ADD      1                   TO WS-INWOLD-CNT.
           MOVE     TFSSPTL-AMT         TO WS-AMT-ED.
           DISPLAY  "GHSSICHG - " TFSSPTL-PARALNO
                    " " TFSSPTL-SEQNUM
                    " " TFSSPTL-PRCIND
                    " " TFSSPTL-SENBNKID
                    "  " WS-ROUTE-BIC
                    " " TFSSPTL-CUYCD
                    " " WS-AMT-ED
                    " " WK-C-VSSI-CORRBIC
                    " " WS-REASON.

       D019-ONE-INWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY  "GHSSICHG - INSTRUCTIONS CHANGED IN WINDOW : "
                    WS-SSICHG-CNT.
           DISPLAY  "GHSSICHG - OUTWARD PENDING ON SSI ROUTE   : "
                    WS-OUTPND-CNT.
           DISPLAY  "GHSSICHG -   ON THE OLD ROUTE (LISTED)    : "
                    WS-OUTOLD-CNT.
           DISPLAY  "GHSSICHG - INWARD PENDING WITH 53/54 BIC  : "
                    WS-INWPND-CNT.
           DISPLAY  "GHSSICHG -   ON THE OLD ROUTE (LISTED)    : "
                    WS-INWOLD-CNT.

       E099-TOTALS-EX.
           EXIT.

      *---------------------------------------------------------------*
       X000-ITEM-CHANGED.
      *---------------------------------------------------------------*
      *    THE ITEM'S COUNTERPARTY CHANGED EITHER ITS INSTRUCTION FOR
      *    THE PRODUCT OR ITS CATCH-ALL ONE.
      *---------------------------------------------------------------*
           PERFORM  X100-FIND-CHANGE
              THRU  X199-FIND-CHANGE-EX.
           IF       WS-CHG-FOUND-SW = "Y"
                    GO TO X099-ITEM-CHANGED-EX.
           MOVE     "ALL"               TO WS-ITEM-PRODCD.
           PERFORM  X100-FIND-CHANGE
              THRU  X199-FIND-CHANGE-EX.

       X099-ITEM-CHANGED-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-FIND-CHANGE.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-CHG-FOUND-SW.
           PERFORM  X110-COMPARE-ONE
              THRU  X119-COMPARE-ONE-EX
                    VARYING WS-CHG-IX FROM 1 BY 1
                    UNTIL WS-CHG-IX > WS-CHG-CNT
                       OR WS-CHG-FOUND-SW = "Y".

       X199-FIND-CHANGE-EX.
           EXIT.

       X110-COMPARE-ONE.
           IF       WS-CHG-BANKID (WS-CHG-IX) = WS-ITEM-BANKID
                    AND WS-CHG-CUYCD (WS-CHG-IX) = WS-ITEM-CUYCD
                    AND WS-CHG-PRODCD (WS-CHG-IX) = WS-ITEM-PRODCD
                    MOVE "Y"            TO WS-CHG-FOUND-SW.

       X119-COMPARE-ONE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X200-CHECK-ROUTE.
      *---------------------------------------------------------------*
      *    THE ROUTE IS CURRENT WHEN IT IS THE CORRESPONDENT (OR THE
      *    INTERMEDIARY) OF THE INSTRUCTION IN FORCE FOR THE ITEM'S
      *    OWN PRODUCT - TRFVSSI FALLS BACK TO "ALL".
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-REASON.
           INITIALIZE                   WK-C-VSSI-RECORD.
           MOVE     WS-ITEM-BANKID      TO WK-C-VSSI-BANKID.
           MOVE     WS-ITEM-CUYCD       TO WK-C-VSSI-CUYCD.
           MOVE     WS-LOOKUP-PRODCD    TO WK-C-VSSI-PRODCD.
           MOVE     WS-ASOFDTE          TO WK-N-VSSI-ASOFDTE.
           CALL     "TRFVSSI"           USING WK-C-VSSI-RECORD.

           IF       WK-C-VSSI-ERROR-CD = "SUP0253"
                    MOVE "NO SSI IN FORCE"
                                        TO WS-REASON
                    GO TO X299-CHECK-ROUTE-EX.
           IF       WK-C-VSSI-ERROR-CD NOT = SPACES
                    MOVE "SSI LOOKUP FAILED"
                                        TO WS-REASON
                    GO TO X299-CHECK-ROUTE-EX.
           IF       WS-ROUTE-BIC = WK-C-VSSI-CORRBIC
                    GO TO X299-CHECK-ROUTE-EX.
           IF       WK-C-VSSI-INTMBIC NOT = SPACES
                    AND WS-ROUTE-BIC = WK-C-VSSI-INTMBIC
                    GO TO X299-CHECK-ROUTE-EX.
           MOVE     "OLD CORRESPONDENT"  TO WS-REASON.

       X299-CHECK-ROUTE-EX.
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
      *************** END OF PROGRAM SOURCE  GHSSICHG ***************
      ******************************************************************

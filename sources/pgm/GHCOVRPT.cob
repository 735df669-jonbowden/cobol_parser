      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHCOVRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DAILY REPORT OF OUTWARD MT103S SENT WITHOUT THEIR
      *               COVER. TRFGOUTD SENDS AN MT202COV TO OUR
      *               CORRESPONDENT WITH EVERY MT103 WHOSE RECEIVER WE
      *               HOLD NO ACCOUNT WITH IN THE CURRENCY, LOGS IT ON
      *               TFSOUTCOV AND MARKS TFSOUTQ-COVIND. THIS REPORT
      *               LISTS, FOR THE MT103S SENT ON THE REPORT DATE:
      *                 - COVIND "P"   THE COVER COULD NOT BE SENT
      *                 - COVIND "C"   BUT NO SENT TFSOUTCOV RECORD
      *                 - COVIND BLANK BUT THE RECEIVER HAS NO
      *                                ACCOUNT RELATIONSHIP TODAY, SO
      *                                THE PAYMENT NEEDED COVER
      *               EVERY LINE IS A PAYMENT THE BENEFICIARY BANK WILL
      *               NOT BE FUNDED FOR UNTIL OPERATIONS SEND THE COVER
      *               MANUALLY. REPORT DATE COMES FROM THE LOCAL DATA
      *               AREA (RPTDATE, CCYYMMDD) - BLANK MEANS TODAY.
      *NOTE        :  MODELLED ON GHKWHRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  COVR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTCOV ASSIGN TO DATABASE-TFSOUTCOV
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
       FD  TFSOUTCOV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTCOV-REC.
       01  TFSOUTCOV-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTCOV.
       01  TFSOUTCOV-REC-1.
           COPY TFSOUTCOV.
       FD  TFSBNKAC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBNKAC-REC.
       01  TFSBNKAC-REC.
           COPY DDS-ALL-FORMATS OF TFSBNKAC.
       01  TFSBNKAC-REC-1.
           COPY TFSBNKAC.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHCOVRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTDATE   PIC X(08).
           05 FILLER           PIC X(1016).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-RPTDATE          PIC 9(08) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-BAC-FOUND-SW     PIC X(01)  VALUE "N".
       01  WS-BAC-PRI          PIC S9(04) COMP VALUE ZERO.
       01  WS-REASON           PIC X(24) VALUE SPACES.
       01  WS-AMT-ED           PIC Z(14)9.99.

       01  WS-M103-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-NEED-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-SENT-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-MISS-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHCOVRPT".

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

           DISPLAY  "GHCOVRPT - OUTWARD MT103 SENT WITHOUT COVER FOR "
                    WS-RPTDATE.

           PERFORM  C000-SCAN-OUTWARD
              THRU  C099-SCAN-OUTWARD-EX.
           PERFORM  D000-TOTALS
              THRU  D099-TOTALS-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-M103-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-OUTWARD.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCOVRPT - OPEN FILE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSOUTCOV.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCOVRPT - OPEN FILE ERROR - TFSOUTCOV"
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCOVRPT - OPEN FILE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHCOVRPT - OUTQNO   SQ MSGNO RECEIVER    CCY"
                    "             AMOUNT REASON".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-ONE-ITEM
              THRU  C019-ONE-ITEM-EX
                    UNTIL WS-EOF.
           CLOSE    TFSOUTQ  TFSOUTCOV  TFSBNKAC.

       C099-SCAN-OUTWARD-EX.
           EXIT.

       C010-ONE-ITEM.
           READ     TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-ONE-ITEM-EX.

           IF       TFSOUTQ-PRCIND NOT = "Y"
                    OR TFSOUTQ-SWFTMGTY NOT = 103
                    OR TFSOUTQ-SNTDTE NOT = WS-RPTDATE
                    GO TO C019-ONE-ITEM-EX.

           ADD      1                   TO WS-M103-CNT.
           MOVE     SPACES              TO WS-REASON.
           EVALUATE TFSOUTQ-COVIND
               WHEN "P"
                    ADD  1              TO WS-NEED-CNT
                    MOVE "COVER NOT SENT"
                                        TO WS-REASON
               WHEN "C"
                    ADD  1              TO WS-NEED-CNT
                    PERFORM C100-CHECK-COVER-LOG
                       THRU C199-CHECK-COVER-LOG-EX
               WHEN OTHER
                    PERFORM C200-CHECK-RELATIONSHIP
                       THRU C299-CHECK-RELATIONSHIP-EX
           END-EVALUATE.

           IF       WS-REASON = SPACES
                    GO TO C019-ONE-ITEM-EX.

           ADD      1                   TO WS-MISS-CNT.
           MOVE     TFSOUTQ-AMT         TO WS-AMT-ED.
           DISPLAY  "GHCOVRPT - " TFSOUTQ-OUTQNO
                    " " TFSOUTQ-SEQNUM
                    " " TFSOUTQ-MSGNO
                    " " TFSOUTQ-RCBNKID
                    " " TFSOUTQ-CUYCD
                    " " WS-AMT-ED
                    " " WS-REASON.

       C019-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-CHECK-COVER-LOG.
      *---------------------------------------------------------------*
      *    MARKED AS COVERED - THE MT202COV MUST BE ON TFSOUTCOV AS
      *    SENT.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSOUTCOV-REC-1.
           MOVE     TFSOUTQ-OUTQNO      TO TFSOUTCOV-OUTQNO.
           MOVE     TFSOUTQ-SEQNUM      TO TFSOUTCOV-SEQNUM.
           READ     TFSOUTCOV KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COVER NOT LOGGED"
                                        TO WS-REASON
                    GO TO C199-CHECK-COVER-LOG-EX.
           IF       TFSOUTCOV-COVSTAT NOT = "S"
                    MOVE "COVER LOGGED NOT SENT"
                                        TO WS-REASON
                    GO TO C199-CHECK-COVER-LOG-EX.
           ADD      1                   TO WS-SENT-CNT.

       C199-CHECK-COVER-LOG-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-CHECK-RELATIONSHIP.
      *---------------------------------------------------------------*
      *    NOT MARKED FOR COVER - RIGHT ONLY IF WE HOLD AN ACCOUNT
      *    WITH THE RECEIVER IN THE CURRENCY.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-BAC-FOUND-SW.
           PERFORM  C210-READ-ONE-PRIORITY
              THRU  C219-READ-ONE-PRIORITY-EX
                    VARYING WS-BAC-PRI FROM 1 BY 1
                    UNTIL WS-BAC-PRI > 9
                       OR WS-BAC-FOUND-SW = "Y".
           IF       WS-BAC-FOUND-SW = "N"
                    ADD  1              TO WS-NEED-CNT
                    MOVE "COVER NEVER GENERATED"
                                        TO WS-REASON.

       C299-CHECK-RELATIONSHIP-EX.
           EXIT.

       C210-READ-ONE-PRIORITY.
           INITIALIZE                   TFSBNKAC-REC-1.
           MOVE     TFSOUTQ-BNKENTITY   TO TFSBNKAC-BNKENTTY.
           MOVE     TFSOUTQ-RCBNKID     TO TFSBNKAC-BANKID.
           MOVE     TFSOUTQ-CUYCD       TO TFSBNKAC-CUYCD.
           MOVE     WS-BAC-PRI          TO TFSBNKAC-PRIORITY.
           READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-BAC-FOUND-SW.

       C219-READ-ONE-PRIORITY-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY  "GHCOVRPT - MT103 SENT ON REPORT DATE : "
                    WS-M103-CNT.
           DISPLAY  "GHCOVRPT - OF WHICH NEEDING COVER    : "
                    WS-NEED-CNT.
           DISPLAY  "GHCOVRPT -   COVER SENT              : "
                    WS-SENT-CNT.
           DISPLAY  "GHCOVRPT -   COVER NOT SENT (LISTED) : "
                    WS-MISS-CNT.

       D099-TOTALS-EX.
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
      *************** END OF PROGRAM SOURCE  GHCOVRPT ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHFWDLD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DAILY LOAD OF THE TREASURY FX FORWARD CONTRACT
      *               FEED (TFSFWDIN - ACTION, CONTRACT NUMBER,
      *               CUSTOMER, CURRENCY PAIR, RATE, CONTRACT AMOUNT,
      *               MATURITY WINDOW) INTO TFSFWDCTR. A NEW CONTRACT
      *               OPENS WITH ITS WHOLE AMOUNT OUTSTANDING. AN
      *               AMENDED CONTRACT KEEPS WHAT HAS ALREADY BEEN
      *               DRAWN AGAINST IT HERE - TREASURY'S FEED DOES NOT
      *               KNOW OUR DRAWDOWNS - AND AN AMENDMENT THAT WOULD
      *               LEAVE LESS THAN HAS BEEN DRAWN IS REJECTED FOR
      *               TREASURY TO LOOK AT. ACTION X CANCELS.
      *NOTE        :  MODELLED ON GHRMALOD.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  FWD001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSFWDIN ASSIGN TO DATABASE-TFSFWDIN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFWDCTR ASSIGN TO DATABASE-TFSFWDCTR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSFWDIN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFWDIN-REC.
       01  TFSFWDIN-REC.
           COPY DDS-ALL-FORMATS OF TFSFWDIN.
      * TREASURY FEED RECORD AS DELIVERED: ACTION (A ADD, C AMEND,
      * X CANCEL) + CONTRACT + CUSTOMER + PAIR + RATE + AMOUNT +
      * MATURITY WINDOW.
       01  TFSFWDIN-REC-1.
           05 TFSFWDIN-ACTION      PIC X(01).
           05 TFSFWDIN-CTRNO       PIC X(16).
           05 TFSFWDIN-CIFNO       PIC X(19).
           05 TFSFWDIN-BUYCUY      PIC X(03).
           05 TFSFWDIN-SELLCUY     PIC X(03).
           05 TFSFWDIN-RATE        PIC S9(09)V9(07).
           05 TFSFWDIN-RATEUT      PIC S9(05).
           05 TFSFWDIN-CTRAMT      PIC S9(13)V9(02).
           05 TFSFWDIN-MATFROM     PIC S9(08).
           05 TFSFWDIN-MATTO       PIC S9(08).
           05 FILLER               PIC X(16).
       FD  TFSFWDCTR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFWDCTR-REC.
       01  TFSFWDCTR-REC.
           COPY DDS-ALL-FORMATS OF TFSFWDCTR.
       01  TFSFWDCTR-REC-1.
           COPY TFSFWDCTR.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHFWDLD   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-ON-FILE-SW       PIC X(01).
       01  WS-DRAWN            PIC S9(13)V9(02).

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-ADD-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CHG-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CAN-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-BAD-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHFWDLD".

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

           OPEN     INPUT TFSFWDIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFWDLD - OPEN FILE ERROR - TFSFWDIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSFWDCTR.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFWDLD - OPEN FILE ERROR - TFSFWDCTR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.
           PERFORM  B100-PROCESS-FEED
              THRU  B199-PROCESS-FEED-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHFWDLD - FEED ROWS READ   : " WS-READ-CNT.
           DISPLAY  "GHFWDLD - NEW CONTRACTS    : " WS-ADD-CNT.
           DISPLAY  "GHFWDLD - AMENDMENTS       : " WS-CHG-CNT.
           DISPLAY  "GHFWDLD - CANCELLATIONS    : " WS-CAN-CNT.
           DISPLAY  "GHFWDLD - REJECTED ROWS    : " WS-BAD-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-READ-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-FEED.
      *---------------------------------------------------------------*
           READ     TFSFWDIN.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFWDLD - READ ERROR - TFSFWDIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "Y"            TO WS-EOF-SW
              ELSE
                    ADD  1              TO WS-READ-CNT
              END-IF
           END-IF.

       B099-READ-FEED-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-PROCESS-FEED.
      *---------------------------------------------------------------*
           IF       TFSFWDIN-CTRNO = SPACES
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHFWDLD - FEED ROW WITHOUT CONTRACT "
                            "NUMBER SKIPPED"
                    GO TO B190-NEXT-FEED.

           INITIALIZE                   TFSFWDCTR-REC-1.
           MOVE     TFSFWDIN-CTRNO      TO TFSFWDCTR-CTRNO.
           READ     TFSFWDCTR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-ON-FILE-SW
           END-IF.

           EVALUATE TFSFWDIN-ACTION
               WHEN "X"
                    PERFORM C000-CANCEL-CONTRACT
                       THRU C099-CANCEL-CONTRACT-EX
               WHEN "A"
               WHEN "C"
                    PERFORM C100-ADD-AMEND-CONTRACT
                       THRU C199-ADD-AMEND-CONTRACT-EX
               WHEN OTHER
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHFWDLD - UNKNOWN ACTION "
                            TFSFWDIN-ACTION " FOR "
                            TFSFWDIN-CTRNO
           END-EVALUATE.

       B190-NEXT-FEED.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.

       B199-PROCESS-FEED-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CANCEL-CONTRACT.
      *---------------------------------------------------------------*
           IF       WS-ON-FILE-SW NOT = "Y"
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHFWDLD - CANCEL FOR A CONTRACT WE DO "
                            "NOT HOLD: " TFSFWDIN-CTRNO
                    GO TO C099-CANCEL-CONTRACT-EX.

           ADD      1                   TO WS-CAN-CNT.
           DISPLAY  "GHFWDLD - CANCELLED " TFSFWDIN-CTRNO
                    " OUTSTANDING " TFSFWDCTR-OSBAL.
           MOVE     "X"                 TO TFSFWDCTR-STATUS.
           MOVE     WS-DATE-8           TO TFSFWDCTR-LOADDTE.
           REWRITE  TFSFWDCTR-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFWDLD - REWRITE ERROR - TFSFWDCTR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C099-CANCEL-CONTRACT-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-ADD-AMEND-CONTRACT.
      *---------------------------------------------------------------*
           IF       TFSFWDIN-CIFNO = SPACES
                    OR TFSFWDIN-BUYCUY = SPACES
                    OR TFSFWDIN-SELLCUY = SPACES
                    OR TFSFWDIN-RATE NOT > ZERO
                    OR TFSFWDIN-RATEUT NOT > ZERO
                    OR TFSFWDIN-CTRAMT NOT > ZERO
                    OR TFSFWDIN-MATFROM > TFSFWDIN-MATTO
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHFWDLD - INCOMPLETE CONTRACT ROW "
                            "SKIPPED: " TFSFWDIN-CTRNO
                    GO TO C199-ADD-AMEND-CONTRACT-EX.

      *    AN AMENDMENT CARRIES THE AMOUNT ALREADY DRAWN FORWARD.
           IF       WS-ON-FILE-SW = "Y"
                    COMPUTE WS-DRAWN = TFSFWDCTR-CTRAMT
                                     - TFSFWDCTR-OSBAL
                    IF TFSFWDIN-CTRAMT < WS-DRAWN
                       ADD  1           TO WS-BAD-CNT
                       DISPLAY "GHFWDLD - AMENDMENT BELOW THE AMOUNT "
                               "DRAWN REJECTED: " TFSFWDIN-CTRNO
                               " DRAWN " WS-DRAWN
                       GO TO C199-ADD-AMEND-CONTRACT-EX
                    END-IF
                    ADD  1              TO WS-CHG-CNT
           ELSE
                    MOVE ZERO           TO WS-DRAWN
                    MOVE ZERO           TO TFSFWDCTR-LSTDRWDTE
                    ADD  1              TO WS-ADD-CNT
           END-IF.

           MOVE     TFSFWDIN-CIFNO      TO TFSFWDCTR-CIFNO.
           MOVE     TFSFWDIN-BUYCUY     TO TFSFWDCTR-BUYCUY.
           MOVE     TFSFWDIN-SELLCUY    TO TFSFWDCTR-SELLCUY.
           MOVE     TFSFWDIN-RATE       TO TFSFWDCTR-RATE.
           MOVE     TFSFWDIN-RATEUT     TO TFSFWDCTR-RATEUT.
           MOVE     TFSFWDIN-CTRAMT     TO TFSFWDCTR-CTRAMT.
           COMPUTE  TFSFWDCTR-OSBAL = TFSFWDIN-CTRAMT - WS-DRAWN.
           MOVE     TFSFWDIN-MATFROM    TO TFSFWDCTR-MATFROM.
           MOVE     TFSFWDIN-MATTO      TO TFSFWDCTR-MATTO.
           IF       TFSFWDCTR-OSBAL = ZERO
                    MOVE "C"            TO TFSFWDCTR-STATUS
           ELSE
                    MOVE "A"            TO TFSFWDCTR-STATUS
           END-IF.
           MOVE     WS-DATE-8           TO TFSFWDCTR-LOADDTE.
           MOVE     SPACES              TO TFSFWDCTR-FILLER.

           IF       WS-ON-FILE-SW = "Y"
                    REWRITE TFSFWDCTR-REC-1
           ELSE
                    WRITE TFSFWDCTR-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFWDLD - WRITE ERROR - TFSFWDCTR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C199-ADD-AMEND-CONTRACT-EX.
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
           CLOSE    TFSFWDIN  TFSFWDCTR.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHFWDLD  ***************
      ******************************************************************

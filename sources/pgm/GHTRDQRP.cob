      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHTRDQRP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  TRADE-SETTLEMENT QUEUE LISTING FOR THE TRADE
      *               DESK. READS TFSTRDQUE AND LISTS EVERY INWARD
      *               ITEM STILL AWAITING THE DESK (DISPSTAT SPACE) -
      *               THE TRADE REFERENCE MATCHED, THE FIELD IT WAS
      *               QUOTED IN, THE PAYMENT AGAINST THE AMOUNT
      *               OUTSTANDING AND THE PARTIAL / OVER-PAYMENT /
      *               OTHER-CURRENCY FLAG - WITH THE DAY'S COUNTS OF
      *               ITEMS SETTLED AND RELEASED.
      *NOTE        :  MODELLED ON GHRDRRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  TRDS01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSTRDQUE ASSIGN TO DATABASE-TFSTRDQUE
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSTRDQUE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDQUE-REC.
       01  TFSTRDQUE-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDQUE.
       01  TFSTRDQUE-REC-1.
           COPY TFSTRDQUE.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHTRDQRP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-PEND-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-PAR-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-OVR-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CUY-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-SET-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-REL-CNT          PIC S9(07) COMP VALUE ZERO.

       01  WS-ED-N             PIC Z(06)9.
       01  WS-ED-AMT           PIC Z(12)9.99-.
       01  WS-ED-OSAMT         PIC Z(12)9.99-.
       01  WS-FLAG             PIC X(12).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

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
           ACCEPT   WS-RUN-DATE-YMD     FROM DATE.
           MOVE     WS-RUN-DATE-YYMD    TO WS-RUN-DATE-8.

           OPEN     INPUT TFSTRDQUE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDQRP - OPEN FILE ERROR - TFSTRDQUE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           DISPLAY  "GHTRDQRP - TRADE-SETTLEMENT QUEUE AS AT "
                    WS-RUN-DATE-8.
           DISPLAY  "ITEM        TRADE REF        F T CCY"
                    "          AMOUNT CCY     OUTSTANDING"
                    " QUEUED   FLAG".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-LIST-ONE-ITEM
              THRU  B099-LIST-ONE-ITEM-EX
                    UNTIL WS-EOF.

           CLOSE    TFSTRDQUE.

           MOVE     WS-PEND-CNT         TO WS-ED-N.
           DISPLAY  "GHTRDQRP - AWAITING THE TRADE DESK  " WS-ED-N.
           MOVE     WS-PAR-CNT          TO WS-ED-N.
           DISPLAY  "GHTRDQRP -   OF WHICH PART-PAYMENTS " WS-ED-N.
           MOVE     WS-OVR-CNT          TO WS-ED-N.
           DISPLAY  "GHTRDQRP -   OF WHICH OVER-PAYMENTS " WS-ED-N.
           MOVE     WS-CUY-CNT          TO WS-ED-N.
           DISPLAY  "GHTRDQRP -   OF WHICH OTHER CURRENCY" WS-ED-N.
           MOVE     WS-SET-CNT          TO WS-ED-N.
           DISPLAY  "GHTRDQRP - SETTLED TODAY            " WS-ED-N.
           MOVE     WS-REL-CNT          TO WS-ED-N.
           DISPLAY  "GHTRDQRP - RELEASED TODAY           " WS-ED-N.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LIST-ONE-ITEM.
      *---------------------------------------------------------------*
           READ     TFSTRDQUE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-LIST-ONE-ITEM-EX.

           IF       TFSTRDQUE-DISPSTAT = "S"
                    IF TFSTRDQUE-DISPDTE = WS-RUN-DATE-8
                       ADD 1            TO WS-SET-CNT
                    END-IF
                    GO TO B099-LIST-ONE-ITEM-EX.
           IF       TFSTRDQUE-DISPSTAT = "R"
                    IF TFSTRDQUE-DISPDTE = WS-RUN-DATE-8
                       ADD 1            TO WS-REL-CNT
                    END-IF
                    GO TO B099-LIST-ONE-ITEM-EX.

           ADD      1                   TO WS-PEND-CNT.
           EVALUATE TFSTRDQUE-PAYIND
               WHEN "P"
                    MOVE "PART-PAYMENT" TO WS-FLAG
                    ADD  1              TO WS-PAR-CNT
               WHEN "O"
                    MOVE "OVER-PAYMENT" TO WS-FLAG
                    ADD  1              TO WS-OVR-CNT
               WHEN "C"
                    MOVE "OTHER CCY"    TO WS-FLAG
                    ADD  1              TO WS-CUY-CNT
               WHEN OTHER
                    MOVE SPACES         TO WS-FLAG
           END-EVALUATE.

           MOVE     TFSTRDQUE-AMT       TO WS-ED-AMT.
           MOVE     TFSTRDQUE-OSAMT     TO WS-ED-OSAMT.
           DISPLAY  TFSTRDQUE-PARALNO "/" TFSTRDQUE-SEQNUM " "
                    TFSTRDQUE-TRDREF " "
                    TFSTRDQUE-SRCTAG " "
                    TFSTRDQUE-TRDTYP " "
                    TFSTRDQUE-CUYCD " "
                    WS-ED-AMT " "
                    TFSTRDQUE-TRDCUY " "
                    WS-ED-OSAMT " "
                    TFSTRDQUE-QUEDTE " "
                    WS-FLAG.

       B099-LIST-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHTRDQRP ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVCSUC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  CURRENCY CODE SUCCESSION CHECK. WHEN A CURRENCY
      *               IS REPLACED (HRK BY EUR, SLL BY SLE) SENDERS
      *               KEEP QUOTING THE OLD CODE FOR MONTHS, AND THE
      *               ITEMS FAILED THE CUPF AND DECIMAL-PRECISION
      *               CHECKS INTO REPAIR. A CODE ON TFSCUYSUC IS
      *               RETIRED FROM ITS CUT-OVER DATE: UP TO THE END OF
      *               ACCEPTANCE THE AMOUNT IS CONVERTED AT THE FIXED
      *               OFFICIAL RATE AND ROUNDED TO THE SUCCESSOR'S
      *               DECIMAL PLACES (TLSMSCUYP1 THROUGH TRFVCUYP,
      *               TWO WHERE NO RULE IS MAINTAINED); AFTER IT THE
      *               CODE IS REFUSED (SUP0269). THE CALLER DECIDES
      *               WHAT TO DO WITH THE ITEM.
      *NOTE        :  MODELLED ON TRFVDPC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CSUC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSCUYSUC ASSIGN TO DATABASE-TFSCUYSUC
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSCUYSUC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCUYSUC-REC.
       01  TFSCUYSUC-REC.
           COPY DDS-ALL-FORMATS OF TFSCUYSUC.
       01  TFSCUYSUC-REC-1.
           COPY TFSCUYSUC.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVCSUC  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY CUYP.

       01  WS-DCMAL            PIC 9(01)  VALUE 2.
       01  WS-AMT-0DP          PIC S9(15) VALUE ZERO.
       01  WS-AMT-1DP          PIC S9(15)V9(01) VALUE ZERO.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VCSUC.
       EJECT
       PROCEDURE DIVISION USING WK-C-VCSUC-RECORD.
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
           MOVE     SPACES              TO WK-C-VCSUC-OUTPUT.
           MOVE     ZERO                TO WK-N-VCSUC-NEWAMT
                                           WK-N-VCSUC-CONVRATE
                                           WK-N-VCSUC-ENDDTE.
           IF       WK-C-VCSUC-CUYCD = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     INPUT TFSCUYSUC.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VCSUC-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           INITIALIZE                   TFSCUYSUC-REC-1.
           MOVE     WK-C-VCSUC-CUYCD    TO TFSCUYSUC-OLDCUY.
           READ     TFSCUYSUC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    CLOSE TFSCUYSUC
                    GO TO A099-MAIN-PROCESSING-EX.
           CLOSE    TFSCUYSUC.

      *    BEFORE THE CUT-OVER THE OLD CODE IS STILL THE CURRENCY.
           IF       WK-N-VCSUC-CHKDTE < TFSCUYSUC-CUTDTE
                    OR TFSCUYSUC-NEWCUY = SPACES
                    OR TFSCUYSUC-CONVRATE = ZERO
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     TFSCUYSUC-NEWCUY    TO WK-C-VCSUC-NEWCUY.
           MOVE     TFSCUYSUC-CONVRATE  TO WK-N-VCSUC-CONVRATE.
           MOVE     TFSCUYSUC-ENDDTE    TO WK-N-VCSUC-ENDDTE.
           IF       TFSCUYSUC-ENDDTE NOT = ZERO
                    AND WK-N-VCSUC-CHKDTE > TFSCUYSUC-ENDDTE
                    MOVE "E"            TO WK-C-VCSUC-STATUS
                    MOVE "SUP0269"      TO WK-C-VCSUC-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-CONVERT-AMOUNT
              THRU  B099-CONVERT-AMOUNT-EX.
           MOVE     "T"                 TO WK-C-VCSUC-STATUS.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-CONVERT-AMOUNT.
      *---------------------------------------------------------------*
      *    THE CONVERTED AMOUNT IS ROUNDED TO THE SUCCESSOR'S OWN
      *    PRECISION, SO THE DECIMAL-PRECISION CHECK THAT FOLLOWS
      *    PASSES IT.
      *---------------------------------------------------------------*
           MOVE     2                   TO WS-DCMAL.
           INITIALIZE                   WK-C-CUYP-RECORD.
           MOVE     TFSCUYSUC-NEWCUY    TO WK-C-CUYP-MAJOR.
           MOVE     SPACES              TO WK-C-CUYP-MINOR.
           CALL     "TRFVCUYP"          USING WK-C-CUYP-RECORD.
           IF       WK-C-CUYP-ERROR-CD = SPACES
                    AND WK-C-CUYP-FOUND = "Y"
                    AND WK-C-CUYP-AMTDCIND = "Y"
                    AND WK-C-CUYP-AMTDCMAL < 2
                    MOVE WK-C-CUYP-AMTDCMAL TO WS-DCMAL.

           EVALUATE WS-DCMAL
               WHEN 0
                    COMPUTE WS-AMT-0DP ROUNDED =
                            WK-N-VCSUC-AMT / TFSCUYSUC-CONVRATE
                    MOVE WS-AMT-0DP     TO WK-N-VCSUC-NEWAMT
               WHEN 1
                    COMPUTE WS-AMT-1DP ROUNDED =
                            WK-N-VCSUC-AMT / TFSCUYSUC-CONVRATE
                    MOVE WS-AMT-1DP     TO WK-N-VCSUC-NEWAMT
               WHEN OTHER
                    COMPUTE WK-N-VCSUC-NEWAMT ROUNDED =
                            WK-N-VCSUC-AMT / TFSCUYSUC-CONVRATE
           END-EVALUATE.

       B099-CONVERT-AMOUNT-EX.
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
      *************** END OF PROGRAM SOURCE  TRFVCSUC ***************
      ******************************************************************

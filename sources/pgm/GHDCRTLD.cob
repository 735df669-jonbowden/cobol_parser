      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHDCRTLD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DOMESTIC CLEARING RETURNS LOAD. READS THE RETURNS
      *               FEED FROM THE CLEARING INTERFACE (TFSDCRIN - ONE
      *               ROW PER FAST, GIRO OR MEPS+ PAYMENT THE
      *               BENEFICIARY BANK SENT BACK) AND TRACES EACH TO
      *               THE ORIGINAL INWARD ITEM THROUGH OUR INSTRUCTION
      *               REFERENCE (DC + PARALNO + SEQNUM). THE TFSDCLI
      *               INSTRUCTION IS MARKED RETURNED WITH THE SCHEME'S
      *               REASON, REFERENCE, DATE AND AMOUNT, AND THE
      *               INWARD ITEM, ITS SENDER AND ORDERING CUSTOMER ARE
      *               LISTED FOR OPS TO RETURN OR RE-ROUTE THE FUNDS.
      *               A RETURN WE CANNOT TRACE IS LISTED SEPARATELY.
      *NOTE        :  MODELLED ON GHTRDLD.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DCLR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSDCRIN ASSIGN TO DATABASE-TFSDCRIN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSDCLI ASSIGN TO DATABASE-TFSDCLI
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSDCRIN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDCRIN-REC.
       01  TFSDCRIN-REC.
           COPY DDS-ALL-FORMATS OF TFSDCRIN.
      * RETURNS FEED RECORD AS DELIVERED: SCHEME + OUR INSTRUCTION
      * REFERENCE + SCHEME RETURN REFERENCE + REASON + RETURN DATE +
      * CURRENCY + AMOUNT RETURNED.
       01  TFSDCRIN-REC-1.
           05 TFSDCRIN-SCHEME      PIC X(04).
           05 TFSDCRIN-INSTREF.
              10 TFSDCRIN-IR-PFX   PIC X(02).
              10 TFSDCRIN-IR-PARA  PIC X(08).
              10 TFSDCRIN-IR-PARA-N REDEFINES TFSDCRIN-IR-PARA
                                   PIC 9(08).
              10 TFSDCRIN-IR-SEQ   PIC X(02).
              10 TFSDCRIN-IR-SEQ-N REDEFINES TFSDCRIN-IR-SEQ
                                   PIC 9(02).
              10 FILLER            PIC X(04).
           05 TFSDCRIN-RTNREF      PIC X(16).
           05 TFSDCRIN-RTNRSN      PIC X(04).
           05 TFSDCRIN-RTNDTE      PIC S9(08).
           05 TFSDCRIN-CUYCD       PIC X(03).
           05 TFSDCRIN-AMT         PIC S9(13)V9(02).
           05 FILLER               PIC X(34).
       FD  TFSDCLI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDCLI-REC.
       01  TFSDCLI-REC.
           COPY DDS-ALL-FORMATS OF TFSDCLI.
       01  TFSDCLI-REC-1.
           COPY TFSDCLI.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHDCRTLD  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-ED-AMT           PIC Z(12)9.99-.

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-RTN-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-DUP-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-UNM-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHDCRTLD".

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
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           OPEN     INPUT TFSDCRIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCRTLD - OPEN FILE ERROR - TFSDCRIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSDCLI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCRTLD - OPEN FILE ERROR - TFSDCLI"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.
           PERFORM  B100-PROCESS-RETURN
              THRU  B199-PROCESS-RETURN-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHDCRTLD - RETURNS READ     : " WS-READ-CNT.
           DISPLAY  "GHDCRTLD - TRACED TO ITEMS  : " WS-RTN-CNT.
           DISPLAY  "GHDCRTLD - ALREADY RETURNED : " WS-DUP-CNT.
           DISPLAY  "GHDCRTLD - NOT TRACED       : " WS-UNM-CNT.

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
           READ     TFSDCRIN.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCRTLD - READ ERROR - TFSDCRIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "Y"            TO WS-EOF-SW
              ELSE
                    ADD  1              TO WS-READ-CNT
              END-IF
           END-IF.

       B099-READ-FEED-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-PROCESS-RETURN.
      *---------------------------------------------------------------*
           MOVE     TFSDCRIN-AMT        TO WS-ED-AMT.

      *    OUR REFERENCE CARRIES THE INWARD ITEM'S KEY.
           IF       TFSDCRIN-IR-PFX NOT = "DC"
                    OR TFSDCRIN-IR-PARA NOT NUMERIC
                    OR TFSDCRIN-IR-SEQ NOT NUMERIC
                    GO TO B180-NOT-TRACED.

           INITIALIZE                   TFSDCLI-REC-1.
           MOVE     TFSDCRIN-IR-PARA-N  TO TFSDCLI-PARALNO.
           MOVE     TFSDCRIN-IR-SEQ-N   TO TFSDCLI-SEQNUM.
           READ     TFSDCLI KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSDCLI-INSTREF NOT = TFSDCRIN-INSTREF
                    GO TO B180-NOT-TRACED.

           IF       TFSDCLI-STATUS = "R"
                    ADD  1              TO WS-DUP-CNT
                    DISPLAY "GHDCRTLD - ALREADY RETURNED "
                            TFSDCRIN-INSTREF " (" TFSDCLI-RTNREF ")"
                    GO TO B190-NEXT-RETURN.

           MOVE     "R"                 TO TFSDCLI-STATUS.
           MOVE     TFSDCRIN-RTNRSN     TO TFSDCLI-RTNRSN.
           MOVE     TFSDCRIN-RTNREF     TO TFSDCLI-RTNREF.
           MOVE     TFSDCRIN-RTNDTE     TO TFSDCLI-RTNDTE.
           MOVE     TFSDCRIN-AMT        TO TFSDCLI-RTNAMT.
           REWRITE  TFSDCLI-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCRTLD - REWRITE ERROR - TFSDCLI"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-RTN-CNT.
           DISPLAY  "GHDCRTLD - " TFSDCLI-SCHEME " RETURN "
                    TFSDCRIN-RTNRSN " " TFSDCRIN-CUYCD " " WS-ED-AMT
                    " - INWARD ITEM " TFSDCLI-PARALNO "/"
                    TFSDCLI-SEQNUM " FROM " TFSDCLI-SENBNKID.
           DISPLAY  "           ORDERED BY " TFSDCLI-ORDNAME
                    " FOR " TFSDCLI-BENNAME.
           GO TO    B190-NEXT-RETURN.

       B180-NOT-TRACED.
           ADD      1                   TO WS-UNM-CNT.
           DISPLAY  "GHDCRTLD - NOT TRACED - " TFSDCRIN-SCHEME " "
                    TFSDCRIN-INSTREF " " TFSDCRIN-RTNREF " "
                    TFSDCRIN-CUYCD " " WS-ED-AMT.

       B190-NEXT-RETURN.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.

       B199-PROCESS-RETURN-EX.
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
           CLOSE    TFSDCRIN  TFSDCLI.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHDCRTLD ***************
      ******************************************************************

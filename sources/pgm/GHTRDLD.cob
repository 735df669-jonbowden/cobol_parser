      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHTRDLD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DAILY LOAD OF THE TRADE SYSTEM'S OUTSTANDING
      *               REFERENCE FEED (TFSTRDIN - ACTION, TRADE SYSTEM,
      *               REFERENCE, TYPE, CUSTOMER, CURRENCY, AMOUNT
      *               OUTSTANDING) INTO TFSTRDREF. ONLY ROWS OF OUR
      *               OWN TRADE SYSTEM (TFSCLSYS-TSYSIND) ARE TAKEN.
      *               A REFERENCE WITH NOTHING LEFT OUTSTANDING IS
      *               MARKED SETTLED; ACTION X CANCELS. THE FEED IS
      *               THE TRADE SYSTEM'S VIEW - INWARD PAYMENTS PARKED
      *               ON THE TRADE-SETTLEMENT QUEUE DO NOT REDUCE THE
      *               AMOUNT HERE; THE TRADE DESK SETTLES THEM THERE.
      *NOTE        :  MODELLED ON GHFWDLD.
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
           SELECT TFSTRDIN ASSIGN TO DATABASE-TFSTRDIN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSTRDREF ASSIGN TO DATABASE-TFSTRDREF
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSTRDIN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDIN-REC.
       01  TFSTRDIN-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDIN.
      * TRADE SYSTEM FEED RECORD AS DELIVERED: ACTION (A ADD/AMEND,
      * X CANCEL) + TRADE SYSTEM + REFERENCE + TYPE + CUSTOMER +
      * CURRENCY + AMOUNT OUTSTANDING.
       01  TFSTRDIN-REC-1.
           05 TFSTRDIN-ACTION      PIC X(01).
           05 TFSTRDIN-TSYSIND     PIC X(02).
           05 TFSTRDIN-TRDREF      PIC X(16).
           05 TFSTRDIN-TRDTYP      PIC X(01).
           05 TFSTRDIN-CIFNO       PIC X(19).
           05 TFSTRDIN-CUYCD       PIC X(03).
           05 TFSTRDIN-OSAMT       PIC S9(13)V9(02).
           05 FILLER               PIC X(23).
       FD  TFSTRDREF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDREF-REC.
       01  TFSTRDREF-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDREF.
       01  TFSTRDREF-REC-1.
           COPY TFSTRDREF.
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
       01  TFSCLSYS-REC.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHTRDLD   **".

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
       01  WS-TSYSIND          PIC X(02).

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-ADD-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CHG-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-SET-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CAN-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-OTH-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-BAD-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHTRDLD".

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

      *    THE TRADE SYSTEM THIS INSTALLATION SETTLES FOR.
           OPEN     INPUT TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - OPEN FILE ERROR - TFSCLSYS"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           READ     TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - READ ERROR - TFSCLSYS"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSCLSYS-TSYSIND    TO WS-TSYSIND.

           OPEN     INPUT TFSTRDIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - OPEN FILE ERROR - TFSTRDIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSTRDREF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - OPEN FILE ERROR - TFSTRDREF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.
           PERFORM  B100-PROCESS-FEED
              THRU  B199-PROCESS-FEED-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHTRDLD - FEED ROWS READ   : " WS-READ-CNT.
           DISPLAY  "GHTRDLD - NEW REFERENCES   : " WS-ADD-CNT.
           DISPLAY  "GHTRDLD - AMENDMENTS       : " WS-CHG-CNT.
           DISPLAY  "GHTRDLD - SETTLED          : " WS-SET-CNT.
           DISPLAY  "GHTRDLD - CANCELLATIONS    : " WS-CAN-CNT.
           DISPLAY  "GHTRDLD - OTHER TRADE SYS  : " WS-OTH-CNT.
           DISPLAY  "GHTRDLD - REJECTED ROWS    : " WS-BAD-CNT.

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
           READ     TFSTRDIN.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - READ ERROR - TFSTRDIN"
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
           IF       TFSTRDIN-TRDREF = SPACES
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHTRDLD - FEED ROW WITHOUT TRADE "
                            "REFERENCE SKIPPED"
                    GO TO B190-NEXT-FEED.

      *    ANOTHER ENTITY'S TRADE BOOK ON A SHARED FEED - NOT OURS TO
      *    SETTLE.
           IF       TFSTRDIN-TSYSIND NOT = WS-TSYSIND
                    ADD  1              TO WS-OTH-CNT
                    GO TO B190-NEXT-FEED.

           INITIALIZE                   TFSTRDREF-REC-1.
           MOVE     TFSTRDIN-TRDREF     TO TFSTRDREF-TRDREF.
           READ     TFSTRDREF KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-ON-FILE-SW
           END-IF.

           EVALUATE TFSTRDIN-ACTION
               WHEN "X"
                    PERFORM C000-CANCEL-REFERENCE
                       THRU C099-CANCEL-REFERENCE-EX
               WHEN "A"
                    PERFORM C100-ADD-AMEND-REFERENCE
                       THRU C199-ADD-AMEND-REFERENCE-EX
               WHEN OTHER
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHTRDLD - UNKNOWN ACTION "
                            TFSTRDIN-ACTION " FOR "
                            TFSTRDIN-TRDREF
           END-EVALUATE.

       B190-NEXT-FEED.
           PERFORM  B000-READ-FEED
              THRU  B099-READ-FEED-EX.

       B199-PROCESS-FEED-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CANCEL-REFERENCE.
      *---------------------------------------------------------------*
           IF       WS-ON-FILE-SW NOT = "Y"
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHTRDLD - CANCEL FOR A REFERENCE WE DO "
                            "NOT HOLD: " TFSTRDIN-TRDREF
                    GO TO C099-CANCEL-REFERENCE-EX.

           ADD      1                   TO WS-CAN-CNT.
           MOVE     "X"                 TO TFSTRDREF-STATUS.
           MOVE     WS-DATE-8           TO TFSTRDREF-LOADDTE.
           REWRITE  TFSTRDREF-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - REWRITE ERROR - TFSTRDREF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C099-CANCEL-REFERENCE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-ADD-AMEND-REFERENCE.
      *---------------------------------------------------------------*
           IF       TFSTRDIN-TRDTYP NOT = "L" AND NOT = "C"
                                    AND NOT = "B"
                    OR TFSTRDIN-CUYCD = SPACES
                    OR TFSTRDIN-OSAMT < ZERO
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHTRDLD - INCOMPLETE REFERENCE ROW "
                            "SKIPPED: " TFSTRDIN-TRDREF
                    GO TO C199-ADD-AMEND-REFERENCE-EX.

           IF       WS-ON-FILE-SW = "Y"
                    ADD  1              TO WS-CHG-CNT
           ELSE
                    ADD  1              TO WS-ADD-CNT
           END-IF.

           MOVE     TFSTRDIN-TSYSIND    TO TFSTRDREF-TSYSIND.
           MOVE     TFSTRDIN-TRDTYP     TO TFSTRDREF-TRDTYP.
           MOVE     TFSTRDIN-CIFNO      TO TFSTRDREF-CIFNO.
           MOVE     TFSTRDIN-CUYCD      TO TFSTRDREF-CUYCD.
           MOVE     TFSTRDIN-OSAMT      TO TFSTRDREF-OSAMT.
           IF       TFSTRDREF-OSAMT = ZERO
                    MOVE "S"            TO TFSTRDREF-STATUS
                    ADD  1              TO WS-SET-CNT
           ELSE
                    MOVE "O"            TO TFSTRDREF-STATUS
           END-IF.
           MOVE     WS-DATE-8           TO TFSTRDREF-LOADDTE.
           MOVE     SPACES              TO TFSTRDREF-FILLER.

           IF       WS-ON-FILE-SW = "Y"
                    REWRITE TFSTRDREF-REC-1
           ELSE
                    WRITE TFSTRDREF-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHTRDLD - WRITE ERROR - TFSTRDREF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C199-ADD-AMEND-REFERENCE-EX.
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
           CLOSE    TFSTRDIN  TFSTRDREF  TFSCLSYS.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHTRDLD  ***************
      ******************************************************************

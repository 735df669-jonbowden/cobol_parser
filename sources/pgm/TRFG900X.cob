      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFG900X.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MT900/MT910 CORRESPONDENT CONFIRMATION INTAKE
      *               AND INTRADAY MATCHING. THE DEBIT AND CREDIT
      *               CONFIRMATIONS OUR CORRESPONDENTS SEND DURING THE
      *               DAY WENT STRAIGHT TO A PRINTER, SO WE ONLY
      *               LEARNED WHAT HIT THE NOSTRO FROM THE NEXT
      *               MORNING'S MT950. SWEEPS UFIMIJ FOR UNPROCESSED
      *               MT900/MT910S, TAKES FIELDS 20, 21, 25 AND 32A
      *               ONTO ONE TFSCORCNF ROW EACH, AND MATCHES:
      *                 - MT900 (DEBIT) TO THE OUTWARD TFSOUTQ ITEM
      *                   ITS FIELD 21 QUOTES, SENT, SAME CURRENCY
      *                   AND AMOUNT
      *                 - MT910 (CREDIT) TO THE TFSEXPFND EXPECTED
      *                   FUNDS WITH THE SAME REFERENCE, CURRENCY AND
      *                   AMOUNT
      *               THE MATCHED ITEM IS MARKED CONFIRMED. EARLIER
      *               UNMATCHED CONFIRMATIONS ARE RETRIED EACH RUN (A
      *               NOTICE CAN ARRIVE AFTER ITS MT910) AND WHATEVER
      *               IS STILL UNMATCHED IS LISTED AS THE EXCEPTIONS
      *               LIST. GHNRECON TREATS STATEMENT ENTRIES CONFIRMED
      *               HERE AS PRE-MATCHED.
      *NOTE        :  MODELLED ON TRFG210X.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CNF900 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT UFIMIJ ASSIGN TO DATABASE-UFIMIJ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCORCNF ASSIGN TO DATABASE-TFSCORCNF
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSEXPFND ASSIGN TO DATABASE-TFSEXPFND
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  UFIMIJ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS UFIMIJ-REC.
       01  UFIMIJ-REC.
           COPY DDS-ALL-FORMATS OF UFIMIJ.
       01  UFIMIJ-REC-1.
           COPY UFIMIJ.
       FD  TFSCORCNF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCORCNF-REC.
       01  TFSCORCNF-REC.
           COPY DDS-ALL-FORMATS OF TFSCORCNF.
       01  TFSCORCNF-REC-1.
           COPY TFSCORCNF.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
       FD  TFSEXPFND
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSEXPFND-REC.
       01  TFSEXPFND-REC.
           COPY DDS-ALL-FORMATS OF TFSEXPFND.
       01  TFSEXPFND-REC-1.
           COPY TFSEXPFND.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFG900X  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY ALRT.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-CNF-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-CNF-EOF                  VALUE "Y".
       01  WS-EXP-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-EXP-EOF                  VALUE "Y".
       01  WS-MATCH-SW         PIC X(01)  VALUE "N".
           88 WS-MATCHED                  VALUE "Y".

       77  WS-CNF-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-MATCH-CNT        PIC S9(05) COMP VALUE ZERO.
       77  WS-RETRY-CNT        PIC S9(05) COMP VALUE ZERO.
       77  WS-EXC-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-NEXT-CNFID       PIC 9(08) VALUE ZEROES.
       01  WS-OUTQNO           PIC 9(08) VALUE ZEROES.
       01  WS-MSGTYP-D         PIC 9(03) VALUE ZEROES.

       01  WS-CNF-VALDTE       PIC S9(08) VALUE ZEROES.
       01  WS-CNF-CUYCD        PIC X(03).
       01  WS-CNF-AMT          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-CNF-AMT-ED       PIC Z(12)9.99-.

      * 32A AMOUNT CONVERSION WORK FIELDS
       01  WS-AMT-TEXT         PIC X(18).
       01  WS-AMT-WHOLE        PIC 9(13).
       01  WS-AMT-DEC          PIC X(02).
       01  WS-AMT-DEC-N        PIC 9(02).

      * MESSAGE BODY SCAN AREA
       01  WS-SCAN-BODY.
           05 WS-SCAN-BDY1     PIC X(4000).
           05 WS-SCAN-BDY2     PIC X(10000).
       01  WS-ELEM-TAG         PIC X(20).
       01  WS-ELEM-TAG-LEN     PIC S9(04) COMP.
       01  WS-ELEM-VALUE       PIC X(40).
       01  WS-ELEM-FOUND       PIC X(01).
           88 WS-ELEM-HIT                 VALUE "Y".
       01  WS-SCAN-I           PIC S9(05) COMP.
       01  WS-SCAN-LIMIT       PIC S9(05) COMP.

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

           OPEN     I-O UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - OPEN FILE ERROR - UFIMIJ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSCORCNF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - OPEN FILE ERROR - TFSCORCNF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - OPEN FILE ERROR - TFSOUTQ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSEXPFND.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - OPEN FILE ERROR - TFSEXPFND"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-UFIMIJ
              THRU  B099-READ-UFIMIJ-EX.
           PERFORM  B100-PROCESS-CONFIRMATION
              THRU  B199-PROCESS-CONFIRMATION-EX
                    UNTIL WS-EOF.

           DISPLAY  "TRFG900X - EXCEPTIONS - UNMATCHED CONFIRMATIONS:".
           PERFORM  E000-RETRY-UNMATCHED
              THRU  E099-RETRY-UNMATCHED-EX.

           DISPLAY  "TRFG900X - MT900/MT910 TAKEN IN  : " WS-CNF-CNT.
           DISPLAY  "TRFG900X - MATCHED               : " WS-MATCH-CNT.
           DISPLAY  "TRFG900X - EARLIER ONES MATCHED  : " WS-RETRY-CNT.
           DISPLAY  "TRFG900X - STILL UNMATCHED       : " WS-EXC-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-UFIMIJ.
      *---------------------------------------------------------------*
           READ     UFIMIJ.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - READ ERROR - UFIMIJ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "Y"            TO WS-EOF-SW
              END-IF
           END-IF.

       B099-READ-UFIMIJ-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-PROCESS-CONFIRMATION.
      *---------------------------------------------------------------*
           IF       UFIMIJ-PRCIND NOT = SPACE
                    GO TO B190-NEXT-CONFIRMATION.
           IF       UFIMIJ-SWFTMGTY NOT = 900
                    AND UFIMIJ-SWFTMGTY NOT = 910
                    GO TO B190-NEXT-CONFIRMATION.

           MOVE     UFIMIJ-IMSGBDY      TO WS-SCAN-BDY1.
           MOVE     UFIMIJ-IMSGBDY-EXT  TO WS-SCAN-BDY2.

           PERFORM  C000-OPEN-CONFIRMATION
              THRU  C099-OPEN-CONFIRMATION-EX.

           PERFORM  D000-MATCH-CONFIRMATION
              THRU  D099-MATCH-CONFIRMATION-EX.
           IF       WS-MATCHED
                    ADD  1              TO WS-MATCH-CNT
           ELSE
                    PERFORM D900-ALERT-UNMATCHED
                       THRU D909-ALERT-UNMATCHED-EX
           END-IF.
           REWRITE  TFSCORCNF-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - REWRITE ERROR - TFSCORCNF"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "Y"                 TO UFIMIJ-PRCIND.
           REWRITE  UFIMIJ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - REWRITE ERROR - UFIMIJ"
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-CNF-CNT.

       B190-NEXT-CONFIRMATION.
           PERFORM  B000-READ-UFIMIJ
              THRU  B099-READ-UFIMIJ-EX.

       B199-PROCESS-CONFIRMATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-OPEN-CONFIRMATION.
      *---------------------------------------------------------------*
      *    THE ROW IS WRITTEN UNMATCHED FIRST SO A FAILED MATCH STILL
      *    LEAVES THE CONFIRMATION ON FILE FOR THE EXCEPTIONS LIST.
      *---------------------------------------------------------------*
           PERFORM  C100-NEXT-CNFID
              THRU  C199-NEXT-CNFID-EX.

           INITIALIZE                   TFSCORCNF-REC-1.
           MOVE     WS-NEXT-CNFID       TO TFSCORCNF-CNFID.
           MOVE     UFIMIJ-PARALNO      TO TFSCORCNF-PARALNO.
           MOVE     UFIMIJ-SWFTMGTY     TO TFSCORCNF-MSGTYP.
           MOVE     UFIMIJ-SENBNKID     TO TFSCORCNF-SENBNKID.

           MOVE     ":20:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     WS-ELEM-VALUE       TO TFSCORCNF-TRNREF.

           MOVE     ":21:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     WS-ELEM-VALUE       TO TFSCORCNF-RELREF.

           MOVE     ":25:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     WS-ELEM-VALUE       TO TFSCORCNF-ACCID.

      *    32A LAYOUT: YYMMDD + CCY + AMOUNT
           MOVE     ":32A:"             TO WS-ELEM-TAG.
           MOVE     5                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     ZEROES              TO WS-CNF-VALDTE.
           IF       WS-ELEM-HIT
                    AND WS-ELEM-VALUE (1:6) NUMERIC
                    COMPUTE WS-CNF-VALDTE =
                       20000000 + FUNCTION NUMVAL
                       (WS-ELEM-VALUE (1:6))
           END-IF.
           MOVE     WS-ELEM-VALUE (7:3) TO WS-CNF-CUYCD.
           MOVE     WS-ELEM-VALUE (10:15) TO WS-AMT-TEXT.
           PERFORM  X200-CONVERT-AMOUNT
              THRU  X299-CONVERT-AMOUNT-EX.
           MOVE     WS-CNF-VALDTE       TO TFSCORCNF-VALDTE.
           MOVE     WS-CNF-CUYCD        TO TFSCORCNF-CUYCD.
           MOVE     WS-CNF-AMT          TO TFSCORCNF-AMT.

           MOVE     "U"                 TO TFSCORCNF-STATUS.
           MOVE     SPACE               TO TFSCORCNF-MTCTYP
                                           TFSCORCNF-STMTIND.
           MOVE     ZEROES              TO TFSCORCNF-MTCKEY.
           MOVE     WS-DATE-8           TO TFSCORCNF-RCVDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO TFSCORCNF-RCVTIME.

           WRITE    TFSCORCNF-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - WRITE ERROR - TFSCORCNF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C099-OPEN-CONFIRMATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-NEXT-CNFID.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-NEXT-CNFID.
           INITIALIZE                   TFSCORCNF-REC-1.
           MOVE     WS-NEXT-CNFID       TO TFSCORCNF-CNFID.
           READ     TFSCORCNF KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO C100-NEXT-CNFID.

       C199-NEXT-CNFID-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-MATCH-CONFIRMATION.
      *---------------------------------------------------------------*
      *    TFSCORCNF-REC-1 HOLDS THE CONFIRMATION ON ENTRY AND IS LEFT
      *    HOLDING IT, STAMPED "M" WHEN A PARTNER IS FOUND - THE
      *    CALLER REWRITES IT.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-MATCH-SW.
           IF       TFSCORCNF-MSGTYP = 900
                    PERFORM D100-MATCH-OUTWARD
                       THRU D199-MATCH-OUTWARD-EX
           ELSE
                    PERFORM D200-MATCH-EXPECTED
                       THRU D299-MATCH-EXPECTED-EX
           END-IF.

       D099-MATCH-CONFIRMATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-MATCH-OUTWARD.
      *---------------------------------------------------------------*
      *    FIELD 21 OF AN MT900 QUOTES OUR REFERENCE - THE OUTWARD
      *    QUEUE NUMBER, BARE OR AS THE "OUT" MESSAGE ID OF A PACS
      *    MESSAGE. THE ITEM MUST HAVE GONE OUT AND AGREE ON
      *    CURRENCY AND AMOUNT.
      *---------------------------------------------------------------*
           MOVE     ZEROES              TO WS-OUTQNO.
           IF       TFSCORCNF-RELREF (1:3) = "OUT"
                    AND TFSCORCNF-RELREF (4:8) NUMERIC
                    MOVE TFSCORCNF-RELREF (4:8) TO WS-OUTQNO
           ELSE
              IF    TFSCORCNF-RELREF (1:8) NUMERIC
                    MOVE TFSCORCNF-RELREF (1:8) TO WS-OUTQNO
              END-IF
           END-IF.
           IF       WS-OUTQNO = ZEROES
                    GO TO D199-MATCH-OUTWARD-EX.

           INITIALIZE                   TFSOUTQ-REC-1.
           MOVE     WS-OUTQNO           TO TFSOUTQ-OUTQNO.
           MOVE     1                   TO TFSOUTQ-SEQNUM.
           READ     TFSOUTQ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D199-MATCH-OUTWARD-EX.
           IF       TFSOUTQ-PRCIND NOT = "Y"
                    OR TFSOUTQ-CNFIND = "C"
                    OR TFSOUTQ-CUYCD NOT = TFSCORCNF-CUYCD
                    OR TFSOUTQ-AMT NOT = TFSCORCNF-AMT
                    GO TO D199-MATCH-OUTWARD-EX.

           MOVE     "C"                 TO TFSOUTQ-CNFIND.
           MOVE     WS-DATE-8           TO TFSOUTQ-CNFDTE.
           REWRITE  TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - REWRITE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "Y"                 TO WS-MATCH-SW.
           MOVE     "M"                 TO TFSCORCNF-STATUS.
           MOVE     "O"                 TO TFSCORCNF-MTCTYP.
           MOVE     TFSOUTQ-OUTQNO      TO TFSCORCNF-MTCKEY.

       D199-MATCH-OUTWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-MATCH-EXPECTED.
      *---------------------------------------------------------------*
      *    FIELD 21 OF AN MT910 QUOTES THE PAYER'S REFERENCE - THE
      *    ONE THEIR MT210 NOTICE GAVE US. OPEN OR ALREADY COVERED,
      *    THE EXPECTATION IS CONFIRMED ONCE.
      *---------------------------------------------------------------*
           IF       TFSCORCNF-RELREF = SPACES
                    GO TO D299-MATCH-EXPECTED-EX.
           INITIALIZE                   TFSEXPFND-REC-1.
           MOVE     ZEROES              TO TFSEXPFND-EXPID.
           START    TFSEXPFND KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D299-MATCH-EXPECTED-EX.
           MOVE     "N"                 TO WS-EXP-EOF-SW.
           PERFORM  D210-TRY-ONE-EXP
              THRU  D219-TRY-ONE-EXP-EX
                    UNTIL WS-EXP-EOF.

       D299-MATCH-EXPECTED-EX.
           EXIT.

       D210-TRY-ONE-EXP.
           READ     TFSEXPFND NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EXP-EOF-SW
                    GO TO D219-TRY-ONE-EXP-EX.
           IF       TFSEXPFND-CNFIND = "C"
                    OR TFSEXPFND-RELREF NOT = TFSCORCNF-RELREF
                    OR TFSEXPFND-CUYCD NOT = TFSCORCNF-CUYCD
                    OR TFSEXPFND-AMT NOT = TFSCORCNF-AMT
                    GO TO D219-TRY-ONE-EXP-EX.

           MOVE     "C"                 TO TFSEXPFND-CNFIND.
           MOVE     WS-DATE-8           TO TFSEXPFND-CNFDTE.
           REWRITE  TFSEXPFND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - REWRITE ERROR - TFSEXPFND"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "Y"                 TO WS-MATCH-SW.
           MOVE     "M"                 TO TFSCORCNF-STATUS.
           MOVE     "E"                 TO TFSCORCNF-MTCTYP.
           MOVE     TFSEXPFND-EXPID     TO TFSCORCNF-MTCKEY.
           MOVE     "Y"                 TO WS-EXP-EOF-SW.

       D219-TRY-ONE-EXP-EX.
           EXIT.

      *---------------------------------------------------------------*
       D900-ALERT-UNMATCHED.
      *---------------------------------------------------------------*
      *    RAISED ONCE, AS THE CONFIRMATION ARRIVES - THE RETRY PASS
      *    ONLY LISTS IT AFTER THAT.
      *---------------------------------------------------------------*
           MOVE     TFSCORCNF-MSGTYP    TO WS-MSGTYP-D.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     "TRFG900X"          TO WK-C-ALRT-SOURCE.
           MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   "UNMATCHED MT"      DELIMITED BY SIZE
                    WS-MSGTYP-D         DELIMITED BY SIZE
                    " FROM "            DELIMITED BY SIZE
                    TFSCORCNF-SENBNKID  DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    TFSCORCNF-CUYCD     DELIMITED BY SIZE
                    " REF "             DELIMITED BY SIZE
                    TFSCORCNF-RELREF    DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.

       D909-ALERT-UNMATCHED-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-RETRY-UNMATCHED.
      *---------------------------------------------------------------*
      *    EVERY CONFIRMATION STILL "U" IS TRIED AGAIN - THE ITEM OR
      *    NOTICE IT CONFIRMS MAY HAVE ARRIVED SINCE - AND WHAT STAYS
      *    UNMATCHED IS LISTED.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSCORCNF-REC-1.
           MOVE     ZEROES              TO TFSCORCNF-CNFID.
           START    TFSCORCNF KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO E099-RETRY-UNMATCHED-EX.
           MOVE     "N"                 TO WS-CNF-EOF-SW.
           PERFORM  E010-RETRY-ONE
              THRU  E019-RETRY-ONE-EX
                    UNTIL WS-CNF-EOF.

       E099-RETRY-UNMATCHED-EX.
           EXIT.

       E010-RETRY-ONE.
           READ     TFSCORCNF NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-CNF-EOF-SW
                    GO TO E019-RETRY-ONE-EX.
           IF       TFSCORCNF-STATUS NOT = "U"
                    GO TO E019-RETRY-ONE-EX.

           PERFORM  D000-MATCH-CONFIRMATION
              THRU  D099-MATCH-CONFIRMATION-EX.
           IF       NOT WS-MATCHED
                    ADD  1              TO WS-EXC-CNT
                    MOVE TFSCORCNF-AMT  TO WS-CNF-AMT-ED
                    DISPLAY "  MT" TFSCORCNF-MSGTYP
                            " " TFSCORCNF-RCVDTE
                            " " TFSCORCNF-SENBNKID
                            " " TFSCORCNF-CUYCD
                            " " WS-CNF-AMT-ED
                            " VALUE " TFSCORCNF-VALDTE
                            " REF " TFSCORCNF-RELREF
                            " / " TFSCORCNF-TRNREF
                    GO TO E019-RETRY-ONE-EX.

           ADD      1                   TO WS-RETRY-CNT.
           REWRITE  TFSCORCNF-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG900X - REWRITE ERROR - TFSCORCNF"
                    GO TO Y900-ABNORMAL-TERMINATION.

       E019-RETRY-ONE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X000-FIND-TAG.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-ELEM-FOUND.
           COMPUTE  WS-SCAN-LIMIT = 14000 - WS-ELEM-TAG-LEN + 1.
           MOVE     1                   TO WS-SCAN-I.
           PERFORM  X010-SCAN-ONE-POS
              THRU  X019-SCAN-ONE-POS-EX
                    UNTIL WS-ELEM-HIT
                       OR WS-SCAN-I > WS-SCAN-LIMIT.

       X099-FIND-TAG-EX.
           EXIT.

       X010-SCAN-ONE-POS.
           IF       WS-SCAN-BODY (WS-SCAN-I:WS-ELEM-TAG-LEN)
                    = WS-ELEM-TAG (1:WS-ELEM-TAG-LEN)
                    MOVE "Y"            TO WS-ELEM-FOUND
                    COMPUTE WS-SCAN-I = WS-SCAN-I + WS-ELEM-TAG-LEN
           ELSE
                    ADD  1              TO WS-SCAN-I
           END-IF.

       X019-SCAN-ONE-POS-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-EXTRACT-LINE.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-ELEM-VALUE.
           PERFORM  X000-FIND-TAG
              THRU  X099-FIND-TAG-EX.
           IF       WS-SCAN-I > 13960
                    GO TO X199-EXTRACT-LINE-EX.
           IF       WS-ELEM-HIT
                    UNSTRING WS-SCAN-BODY (WS-SCAN-I:40)
                        DELIMITED BY X"0D" OR X"25" OR X"0A"
                        INTO WS-ELEM-VALUE
           END-IF.

       X199-EXTRACT-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X200-CONVERT-AMOUNT.
      *---------------------------------------------------------------*
      *    SWIFT AMOUNTS USE A COMMA DECIMAL - SPLIT AND RECOMBINE.
      *---------------------------------------------------------------*
           MOVE     ZEROES              TO WS-AMT-WHOLE.
           MOVE     ZEROES              TO WS-AMT-DEC-N.
           MOVE     SPACES              TO WS-AMT-DEC.
           UNSTRING WS-AMT-TEXT DELIMITED BY ","
               INTO WS-AMT-WHOLE  WS-AMT-DEC.
           INSPECT  WS-AMT-DEC REPLACING ALL SPACE BY "0".
           MOVE     WS-AMT-DEC          TO WS-AMT-DEC-N.
           COMPUTE  WS-CNF-AMT = WS-AMT-WHOLE + WS-AMT-DEC-N / 100.

       X299-CONVERT-AMOUNT-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           PERFORM  Z000-END-PROGRAM-ROUTINE
              THRU  Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    UFIMIJ  TFSCORCNF  TFSOUTQ  TFSEXPFND.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFG900X ***************
      ******************************************************************

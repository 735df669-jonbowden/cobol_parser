      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHILQRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  INTRADAY LIQUIDITY MONITORING REPORT FOR
      *               TREASURY. BUCKETS THE DAY'S GROSS INFLOWS
      *               (INWARD ITEMS BY TFSSTPL PROCESSING TIME) AND
      *               GROSS OUTFLOWS (OUTWARD ITEMS BY TFSOUTQ SENT
      *               TIME, RTGS LEGS BY TFSRTGSFN SETTLEMENT TIME) BY
      *               HOUR PER CURRENCY, AND SHOWS THE CUMULATIVE NET
      *               POSITION, THE LARGEST NET CUMULATIVE OUTFLOW AND
      *               THE HOUR IT WAS REACHED. ITEMS VALUED TODAY ARE
      *               THE TIME-SPECIFIC OBLIGATIONS, MEASURED AGAINST
      *               THE CURRENCY'S SETTLEMENT CUTOFF (TRFVCUYP) AS
      *               MET, LATE OR STILL OPEN. EACH DAY'S FIGURES ARE
      *               KEPT ON TFSILQDAY AND THE MONTH TO DATE IS
      *               ROLLED UP FROM THEM - PEAK AND AVERAGE USAGE.
      *NOTE        :  MODELLED ON GHGSTRPT (GROUPED TABLE REPORT).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ILQR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRTGSFN ASSIGN TO DATABASE-TFSRTGSFN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSILQDAY ASSIGN TO DATABASE-TFSILQDAY
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
       FD  TFSRTGSFN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRTGSFN-REC.
       01  TFSRTGSFN-REC.
           COPY DDS-ALL-FORMATS OF TFSRTGSFN.
       01  TFSRTGSFN-REC-1.
           COPY TFSRTGSFN.
       FD  TFSILQDAY
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSILQDAY-REC.
       01  TFSILQDAY-REC.
           COPY DDS-ALL-FORMATS OF TFSILQDAY.
       01  TFSILQDAY-REC-1.
           COPY TFSILQDAY.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHILQRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY CUYP.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-MTH-FROM         PIC S9(08) VALUE ZEROES.

      *    ONE FLOW TO BE BUCKETED - SET BY EACH SOURCE PASS
       01  WS-FLOW.
           05 WS-FLOW-CUYCD    PIC X(03).
           05 WS-FLOW-TIME     PIC S9(06).
           05 WS-FLOW-AMT      PIC S9(15)V9(02) COMP-3.
           05 WS-FLOW-DIR      PIC X(01).
              88 WS-FLOW-IN               VALUE "I".
              88 WS-FLOW-OUT              VALUE "O".
      *    ONE TIME-SPECIFIC OBLIGATION - PAID DATE/TIME ZERO IF OPEN
       01  WS-TSO.
           05 WS-TSO-CUYCD     PIC X(03).
           05 WS-TSO-PAYDTE    PIC S9(08).
           05 WS-TSO-PAYTIME   PIC S9(06).
       01  WS-PAY-HHMM         PIC S9(04) COMP VALUE ZERO.

       77  WS-CY-MAX           PIC S9(04) COMP VALUE 30.
       77  WS-CY-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-FND           PIC S9(04) COMP VALUE ZERO.
       77  WS-HR-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-HR               PIC S9(04) COMP VALUE ZERO.
       01  WS-CY-TABLE.
           05 WS-CY-ENTRY      OCCURS 30.
              10 WS-CY-CUYCD      PIC X(03).
              10 WS-CY-CUTOFF     PIC S9(04).
              10 WS-CY-ITMIN      PIC S9(07) COMP.
              10 WS-CY-ITMOUT     PIC S9(07) COMP.
              10 WS-CY-TSOCNT     PIC S9(05) COMP.
              10 WS-CY-TSOMET     PIC S9(05) COMP.
              10 WS-CY-TSOLATE    PIC S9(05) COMP.
              10 WS-CY-TSOOPEN    PIC S9(05) COMP.
              10 WS-CY-HOUR       OCCURS 24.
                 15 WS-CY-IN         PIC S9(15)V9(02) COMP-3.
                 15 WS-CY-OUT        PIC S9(15)V9(02) COMP-3.

      *    PROFILE OF THE CURRENCY BEING PRINTED
       01  WS-GRS-IN           PIC S9(15)V9(02) VALUE ZERO.
       01  WS-GRS-OUT          PIC S9(15)V9(02) VALUE ZERO.
       01  WS-CUM-NET          PIC S9(15)V9(02) VALUE ZERO.
       01  WS-PEAK-USE         PIC S9(15)V9(02) VALUE ZERO.
       01  WS-PEAK-HR          PIC 9(02)        VALUE ZERO.
       01  WS-PRT-HR           PIC 9(02)        VALUE ZERO.

      *    MONTH-TO-DATE ROLL-UP FROM TFSILQDAY
       77  WS-MT-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-MT-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-MT-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-MT-TABLE.
           05 WS-MT-ENTRY      OCCURS 30.
              10 WS-MT-CUYCD      PIC X(03).
              10 WS-MT-DAYS       PIC S9(05) COMP.
              10 WS-MT-PEAK       PIC S9(15)V9(02) COMP-3.
              10 WS-MT-PEAKDTE    PIC S9(08).
              10 WS-MT-SUM        PIC S9(17)V9(02) COMP-3.
              10 WS-MT-TSOCNT     PIC S9(07) COMP.
              10 WS-MT-TSOMET     PIC S9(07) COMP.
       01  WS-MT-AVG           PIC S9(15)V9(02) VALUE ZERO.

       01  WS-ED-IN            PIC Z(14)9.99-.
       01  WS-ED-OUT           PIC Z(14)9.99-.
       01  WS-ED-CUM           PIC Z(14)9.99-.
       01  WS-ED-PEAK          PIC Z(14)9.99-.
       01  WS-ED-AVG           PIC Z(14)9.99-.
       01  WS-ED-N             PIC Z(06)9.
       01  WS-ED-N2            PIC Z(06)9.
       01  WS-ED-N3            PIC Z(06)9.
       01  WS-ED-N4            PIC Z(06)9.

       77  WS-ROW-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHILQRPT".

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
           COMPUTE  WS-MTH-FROM =
                    (WS-RUN-DATE-8 / 100) * 100 + 1.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHILQRPT - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHILQRPT - OPEN FILE ERROR - TFSOUTQ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSRTGSFN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHILQRPT - OPEN FILE ERROR - TFSRTGSFN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSILQDAY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHILQRPT - OPEN FILE ERROR - TFSILQDAY"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-INWARD-INFLOW
              THRU  B099-INWARD-INFLOW-EX
                    UNTIL WS-EOF.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C000-OUTWARD-OUTFLOW
              THRU  C099-OUTWARD-OUTFLOW-EX
                    UNTIL WS-EOF.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D000-RTGS-OUTFLOW
              THRU  D099-RTGS-OUTFLOW-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHILQRPT - INTRADAY LIQUIDITY PROFILE FOR "
                    WS-RUN-DATE-8.
           PERFORM  E000-PRINT-ONE-CURRENCY
              THRU  E099-PRINT-ONE-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT.

           PERFORM  F000-MONTH-TO-DATE
              THRU  F099-MONTH-TO-DATE-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-ROW-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-INWARD-INFLOW.
      *---------------------------------------------------------------*
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-INWARD-INFLOW-EX.
           IF       TFSSPTL-PRCIND NOT = "Y"
                    OR TFSSPTL-PROCDTE NOT = WS-RUN-DATE-8
                    GO TO B099-INWARD-INFLOW-EX.

           MOVE     TFSSPTL-CUYCD       TO WS-FLOW-CUYCD.
           MOVE     TFSSPTL-PROCTIME    TO WS-FLOW-TIME.
           MOVE     TFSSPTL-AMT         TO WS-FLOW-AMT.
           MOVE     "I"                 TO WS-FLOW-DIR.
           PERFORM  G000-BUCKET-FLOW
              THRU  G099-BUCKET-FLOW-EX.

       B099-INWARD-INFLOW-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-OUTWARD-OUTFLOW.
      *---------------------------------------------------------------*
           READ     TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C099-OUTWARD-OUTFLOW-EX.

           IF       TFSOUTQ-PRCIND = "Y"
                    AND TFSOUTQ-SNTDTE = WS-RUN-DATE-8
                    MOVE TFSOUTQ-CUYCD  TO WS-FLOW-CUYCD
                    MOVE TFSOUTQ-SNTTIME TO WS-FLOW-TIME
                    MOVE TFSOUTQ-AMT    TO WS-FLOW-AMT
                    MOVE "O"            TO WS-FLOW-DIR
                    PERFORM G000-BUCKET-FLOW
                       THRU G099-BUCKET-FLOW-EX
           END-IF.

      *    AN INSTRUCTION VALUED TODAY IS A TIME-SPECIFIC OBLIGATION -
      *    SENT, OR STILL WITH US (AWAITING RELEASE, REPAIR OR A HOLD).
      *    CANCELLED AND REJECTED INSTRUCTIONS ARE NOT OWED.
           IF       TFSOUTQ-VALDTE NOT = WS-RUN-DATE-8
                    GO TO C099-OUTWARD-OUTFLOW-EX.
           MOVE     TFSOUTQ-CUYCD       TO WS-TSO-CUYCD.
           MOVE     ZERO                TO WS-TSO-PAYDTE
                                           WS-TSO-PAYTIME.
           EVALUATE TFSOUTQ-PRCIND
               WHEN "Y"
                    MOVE TFSOUTQ-SNTDTE TO WS-TSO-PAYDTE
                    MOVE TFSOUTQ-SNTTIME TO WS-TSO-PAYTIME
               WHEN SPACE
               WHEN "R"
               WHEN "H"
               WHEN "S"
               WHEN "V"
                    CONTINUE
               WHEN OTHER
                    GO TO C099-OUTWARD-OUTFLOW-EX
           END-EVALUATE.
           PERFORM  H000-MEASURE-OBLIGATION
              THRU  H099-MEASURE-OBLIGATION-EX.

       C099-OUTWARD-OUTFLOW-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-RTGS-OUTFLOW.
      *---------------------------------------------------------------*
           READ     TFSRTGSFN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D099-RTGS-OUTFLOW-EX.

      *    THE FUNDS LEAVE WHEN THE RTGS SETTLES THE LEG - A LEG SENT
      *    BUT STILL QUEUED HAS NOT YET USED LIQUIDITY.
           IF       TFSRTGSFN-FINSTS = "S"
                    AND TFSRTGSFN-STSDTE = WS-RUN-DATE-8
                    MOVE TFSRTGSFN-CUYCD TO WS-FLOW-CUYCD
                    MOVE TFSRTGSFN-STSTIME TO WS-FLOW-TIME
                    MOVE TFSRTGSFN-AMT  TO WS-FLOW-AMT
                    MOVE "O"            TO WS-FLOW-DIR
                    PERFORM G000-BUCKET-FLOW
                       THRU G099-BUCKET-FLOW-EX
           END-IF.

           IF       TFSRTGSFN-VALDTE NOT = WS-RUN-DATE-8
                    GO TO D099-RTGS-OUTFLOW-EX.
           MOVE     TFSRTGSFN-CUYCD     TO WS-TSO-CUYCD.
           MOVE     ZERO                TO WS-TSO-PAYDTE
                                           WS-TSO-PAYTIME.
           IF       TFSRTGSFN-FINSTS = "S"
                    MOVE TFSRTGSFN-STSDTE TO WS-TSO-PAYDTE
                    MOVE TFSRTGSFN-STSTIME TO WS-TSO-PAYTIME.
           PERFORM  H000-MEASURE-OBLIGATION
              THRU  H099-MEASURE-OBLIGATION-EX.

       D099-RTGS-OUTFLOW-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-PRINT-ONE-CURRENCY.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-GRS-IN  WS-GRS-OUT
                                           WS-CUM-NET WS-PEAK-USE
                                           WS-PEAK-HR.
           DISPLAY  " ".
           DISPLAY  "CURRENCY " WS-CY-CUYCD (WS-CY-IX)
                    "   CUTOFF " WS-CY-CUTOFF (WS-CY-IX).
           DISPLAY  "HR            INFLOWS           OUTFLOWS"
                    "     CUMULATIVE NET".
           PERFORM  E100-PRINT-ONE-HOUR
              THRU  E199-PRINT-ONE-HOUR-EX
                    VARYING WS-HR-IX FROM 1 BY 1
                    UNTIL WS-HR-IX > 24.

           MOVE     WS-GRS-IN           TO WS-ED-IN.
           MOVE     WS-GRS-OUT          TO WS-ED-OUT.
           DISPLAY  "GROSS " WS-ED-IN " " WS-ED-OUT.
           MOVE     WS-PEAK-USE         TO WS-ED-PEAK.
           DISPLAY  "LARGEST NET CUMULATIVE OUTFLOW " WS-ED-PEAK
                    " AT HOUR " WS-PEAK-HR.
           MOVE     WS-CY-TSOCNT (WS-CY-IX)  TO WS-ED-N.
           MOVE     WS-CY-TSOMET (WS-CY-IX)  TO WS-ED-N2.
           MOVE     WS-CY-TSOLATE (WS-CY-IX) TO WS-ED-N3.
           MOVE     WS-CY-TSOOPEN (WS-CY-IX) TO WS-ED-N4.
           DISPLAY  "TIME-SPECIFIC OBLIGATIONS " WS-ED-N
                    "  MET " WS-ED-N2
                    "  LATE " WS-ED-N3
                    "  OPEN " WS-ED-N4.

           PERFORM  E200-KEEP-DAY-SUMMARY
              THRU  E299-KEEP-DAY-SUMMARY-EX.

       E099-PRINT-ONE-CURRENCY-EX.
           EXIT.

       E100-PRINT-ONE-HOUR.
           ADD      WS-CY-IN (WS-CY-IX WS-HR-IX)  TO WS-GRS-IN.
           ADD      WS-CY-OUT (WS-CY-IX WS-HR-IX) TO WS-GRS-OUT.
           COMPUTE  WS-CUM-NET = WS-CUM-NET
                    + WS-CY-IN (WS-CY-IX WS-HR-IX)
                    - WS-CY-OUT (WS-CY-IX WS-HR-IX).
           COMPUTE  WS-PRT-HR = WS-HR-IX - 1.
           IF       WS-CUM-NET < ZERO
                    AND (ZERO - WS-CUM-NET) > WS-PEAK-USE
                    COMPUTE WS-PEAK-USE = ZERO - WS-CUM-NET
                    MOVE WS-PRT-HR      TO WS-PEAK-HR.
           IF       WS-CY-IN (WS-CY-IX WS-HR-IX) = ZERO
                    AND WS-CY-OUT (WS-CY-IX WS-HR-IX) = ZERO
                    GO TO E199-PRINT-ONE-HOUR-EX.
           MOVE     WS-CY-IN (WS-CY-IX WS-HR-IX)  TO WS-ED-IN.
           MOVE     WS-CY-OUT (WS-CY-IX WS-HR-IX) TO WS-ED-OUT.
           MOVE     WS-CUM-NET          TO WS-ED-CUM.
           DISPLAY  WS-PRT-HR " " WS-ED-IN " " WS-ED-OUT " "
                    WS-ED-CUM.

       E199-PRINT-ONE-HOUR-EX.
           EXIT.

      *    A RERUN ON THE SAME DAY REPLACES THE DAY'S ROW.
       E200-KEEP-DAY-SUMMARY.
           INITIALIZE                   TFSILQDAY-REC-1.
           MOVE     WS-RUN-DATE-8       TO TFSILQDAY-RPTDTE.
           MOVE     WS-CY-CUYCD (WS-CY-IX) TO TFSILQDAY-CUYCD.
           READ     TFSILQDAY KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
                    MOVE "N"            TO WS-EOF-SW
                    INITIALIZE             TFSILQDAY-REC-1
                    MOVE WS-RUN-DATE-8  TO TFSILQDAY-RPTDTE
                    MOVE WS-CY-CUYCD (WS-CY-IX) TO TFSILQDAY-CUYCD
           END-IF.
           MOVE     WS-GRS-IN           TO TFSILQDAY-GRSIN.
           MOVE     WS-GRS-OUT          TO TFSILQDAY-GRSOUT.
           MOVE     WS-PEAK-USE         TO TFSILQDAY-PEAKUSE.
           MOVE     WS-PEAK-HR          TO TFSILQDAY-PEAKHR.
           MOVE     WS-CY-CUTOFF (WS-CY-IX)  TO TFSILQDAY-CUTOFFTM.
           MOVE     WS-CY-TSOCNT (WS-CY-IX)  TO TFSILQDAY-TSOCNT.
           MOVE     WS-CY-TSOMET (WS-CY-IX)  TO TFSILQDAY-TSOMET.
           MOVE     WS-CY-TSOLATE (WS-CY-IX) TO TFSILQDAY-TSOLATE.
           MOVE     WS-CY-TSOOPEN (WS-CY-IX) TO TFSILQDAY-TSOOPEN.
           MOVE     WS-CY-ITMIN (WS-CY-IX)   TO TFSILQDAY-ITMIN.
           MOVE     WS-CY-ITMOUT (WS-CY-IX)  TO TFSILQDAY-ITMOUT.
           IF       WS-EOF
                    REWRITE TFSILQDAY-REC-1
           ELSE
                    WRITE TFSILQDAY-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHILQRPT - WRITE ERROR - TFSILQDAY"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-ROW-CNT.

       E299-KEEP-DAY-SUMMARY-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-MONTH-TO-DATE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSILQDAY-REC-1.
           MOVE     WS-MTH-FROM         TO TFSILQDAY-RPTDTE.
           MOVE     SPACES              TO TFSILQDAY-CUYCD.
           START    TFSILQDAY KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO F099-MONTH-TO-DATE-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  F100-ROLL-ONE-DAY
              THRU  F199-ROLL-ONE-DAY-EX
                    UNTIL WS-EOF.

           DISPLAY  " ".
           DISPLAY  "GHILQRPT - INTRADAY LIQUIDITY USAGE "
                    WS-MTH-FROM " TO " WS-RUN-DATE-8.
           DISPLAY  "CCY  DAYS          PEAK USAGE  PEAK DATE"
                    "       AVERAGE USAGE   TSO     MET".
           PERFORM  F200-PRINT-ONE-CURRENCY
              THRU  F299-PRINT-ONE-CURRENCY-EX
                    VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-CNT.

       F099-MONTH-TO-DATE-EX.
           EXIT.

       F100-ROLL-ONE-DAY.
           READ     TFSILQDAY NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSILQDAY-RPTDTE > WS-RUN-DATE-8
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F199-ROLL-ONE-DAY-EX.

           MOVE     ZERO                TO WS-MT-FND.
           PERFORM  F110-MATCH-CURRENCY
              THRU  F119-MATCH-CURRENCY-EX
                    VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-CNT
                       OR WS-MT-FND > ZERO.
           IF       WS-MT-FND = ZERO
                    IF WS-MT-CNT >= WS-CY-MAX
                       GO TO F199-ROLL-ONE-DAY-EX
                    END-IF
                    ADD  1              TO WS-MT-CNT
                    MOVE WS-MT-CNT      TO WS-MT-FND
                    MOVE TFSILQDAY-CUYCD
                      TO WS-MT-CUYCD (WS-MT-FND)
                    MOVE ZERO           TO WS-MT-DAYS (WS-MT-FND)
                                           WS-MT-PEAK (WS-MT-FND)
                                           WS-MT-PEAKDTE (WS-MT-FND)
                                           WS-MT-SUM (WS-MT-FND)
                                           WS-MT-TSOCNT (WS-MT-FND)
                                           WS-MT-TSOMET (WS-MT-FND)
           END-IF.

           ADD      1                   TO WS-MT-DAYS (WS-MT-FND).
           ADD      TFSILQDAY-PEAKUSE   TO WS-MT-SUM (WS-MT-FND).
           ADD      TFSILQDAY-TSOCNT    TO WS-MT-TSOCNT (WS-MT-FND).
           ADD      TFSILQDAY-TSOMET    TO WS-MT-TSOMET (WS-MT-FND).
           IF       TFSILQDAY-PEAKUSE > WS-MT-PEAK (WS-MT-FND)
                    MOVE TFSILQDAY-PEAKUSE TO WS-MT-PEAK (WS-MT-FND)
                    MOVE TFSILQDAY-RPTDTE
                      TO WS-MT-PEAKDTE (WS-MT-FND).

       F199-ROLL-ONE-DAY-EX.
           EXIT.

       F110-MATCH-CURRENCY.
           IF       WS-MT-CUYCD (WS-MT-IX) = TFSILQDAY-CUYCD
                    MOVE WS-MT-IX       TO WS-MT-FND.

       F119-MATCH-CURRENCY-EX.
           EXIT.

       F200-PRINT-ONE-CURRENCY.
           COMPUTE  WS-MT-AVG ROUNDED =
                    WS-MT-SUM (WS-MT-IX) / WS-MT-DAYS (WS-MT-IX).
           MOVE     WS-MT-DAYS (WS-MT-IX)   TO WS-ED-N.
           MOVE     WS-MT-PEAK (WS-MT-IX)   TO WS-ED-PEAK.
           MOVE     WS-MT-AVG               TO WS-ED-AVG.
           MOVE     WS-MT-TSOCNT (WS-MT-IX) TO WS-ED-N2.
           MOVE     WS-MT-TSOMET (WS-MT-IX) TO WS-ED-N3.
           DISPLAY  WS-MT-CUYCD (WS-MT-IX) " " WS-ED-N " "
                    WS-ED-PEAK " " WS-MT-PEAKDTE (WS-MT-IX) " "
                    WS-ED-AVG " " WS-ED-N2 " " WS-ED-N3.

       F299-PRINT-ONE-CURRENCY-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-BUCKET-FLOW.
      *---------------------------------------------------------------*
           PERFORM  J000-FIND-CURRENCY
              THRU  J099-FIND-CURRENCY-EX.
           IF       WS-CY-FND = ZERO
                    GO TO G099-BUCKET-FLOW-EX.

           DIVIDE   WS-FLOW-TIME        BY 10000 GIVING WS-HR.
           IF       WS-HR < ZERO
                    OR WS-HR > 23
                    MOVE ZERO           TO WS-HR.
           COMPUTE  WS-HR-IX = WS-HR + 1.
           IF       WS-FLOW-IN
                    ADD WS-FLOW-AMT     TO WS-CY-IN (WS-CY-FND WS-HR-IX)
                    ADD 1               TO WS-CY-ITMIN (WS-CY-FND)
           ELSE
                    ADD WS-FLOW-AMT   TO WS-CY-OUT (WS-CY-FND WS-HR-IX)
                    ADD 1               TO WS-CY-ITMOUT (WS-CY-FND)
           END-IF.

       G099-BUCKET-FLOW-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-MEASURE-OBLIGATION.
      *---------------------------------------------------------------*
      *    ONLY A CURRENCY WITH A MAINTAINED CUTOFF HAS TIME-SPECIFIC
      *    OBLIGATIONS. PAID ON AN EARLIER DAY COUNTS AS MET.
           MOVE     WS-TSO-CUYCD        TO WS-FLOW-CUYCD.
           PERFORM  J000-FIND-CURRENCY
              THRU  J099-FIND-CURRENCY-EX.
           IF       WS-CY-FND = ZERO
                    OR WS-CY-CUTOFF (WS-CY-FND) NOT > ZERO
                    GO TO H099-MEASURE-OBLIGATION-EX.

           ADD      1                   TO WS-CY-TSOCNT (WS-CY-FND).
           IF       WS-TSO-PAYDTE = ZERO
                    OR WS-TSO-PAYDTE > WS-RUN-DATE-8
                    ADD 1               TO WS-CY-TSOOPEN (WS-CY-FND)
                    GO TO H099-MEASURE-OBLIGATION-EX.
           IF       WS-TSO-PAYDTE < WS-RUN-DATE-8
                    ADD 1               TO WS-CY-TSOMET (WS-CY-FND)
                    GO TO H099-MEASURE-OBLIGATION-EX.
           DIVIDE   WS-TSO-PAYTIME      BY 100 GIVING WS-PAY-HHMM.
           IF       WS-PAY-HHMM NOT > WS-CY-CUTOFF (WS-CY-FND)
                    ADD 1               TO WS-CY-TSOMET (WS-CY-FND)
           ELSE
                    ADD 1               TO WS-CY-TSOLATE (WS-CY-FND)
           END-IF.

       H099-MEASURE-OBLIGATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       J000-FIND-CURRENCY.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-CY-FND.
           PERFORM  J010-MATCH-CURRENCY
              THRU  J019-MATCH-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT
                       OR WS-CY-FND > ZERO.
           IF       WS-CY-FND > ZERO
                    GO TO J099-FIND-CURRENCY-EX.
           IF       WS-CY-CNT >= WS-CY-MAX
                    GO TO J099-FIND-CURRENCY-EX.

           ADD      1                   TO WS-CY-CNT.
           MOVE     WS-CY-CNT           TO WS-CY-FND.
           INITIALIZE                   WS-CY-ENTRY (WS-CY-FND).
           MOVE     WS-FLOW-CUYCD       TO WS-CY-CUYCD (WS-CY-FND).

           INITIALIZE                   WK-C-CUYP-RECORD.
           MOVE     WS-FLOW-CUYCD       TO WK-C-CUYP-MAJOR.
           MOVE     SPACES              TO WK-C-CUYP-MINOR.
           CALL     "TRFVCUYP"          USING WK-C-CUYP-RECORD.
           IF       WK-C-CUYP-ERROR-CD = SPACES
                    AND WK-C-CUYP-FOUND = "Y"
                    MOVE WK-C-CUYP-CUTOFFTM
                      TO WS-CY-CUTOFF (WS-CY-FND).

       J099-FIND-CURRENCY-EX.
           EXIT.

       J010-MATCH-CURRENCY.
           IF       WS-CY-CUYCD (WS-CY-IX) = WS-FLOW-CUYCD
                    MOVE WS-CY-IX       TO WS-CY-FND.

       J019-MATCH-CURRENCY-EX.
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
           CLOSE    TFSSTPL  TFSOUTQ  TFSRTGSFN  TFSILQDAY.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHILQRPT ***************
      ******************************************************************

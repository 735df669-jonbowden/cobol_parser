      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHOCUTRP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  END-OF-DAY OUTWARD CUTOFF LIST. TRFGOUTD LOGS ON
      *               TFSOCUTLG EVERY OUTWARD INSTRUCTION IT RELEASED
      *               INSIDE THE WARNING MARGIN OF ITS CORRESPONDENT'S
      *               CUTOFF (TFSCORCUT), EVERY ONE WHOSE VALUE DATE
      *               IT ROLLED BECAUSE THE CUTOFF HAD PASSED, EVERY
      *               ONE IT HELD FOR A SUPERVISOR FOR THAT REASON AND
      *               EVERY ONE A SUPERVISOR SENT PAST THE CUTOFF.
      *               THIS LISTS THE DAY'S ROWS BY PROCESSING UNIT,
      *               WITH THE CUTOFF IN OUR TIME, THE MARGIN IN
      *               MINUTES (NEGATIVE = PAST) AND WHAT WAS DONE, AND
      *               A COUNT PER ACTION FOR EACH UNIT AND OVERALL.
      *               REPORT DATE COMES FROM THE LOCAL DATA AREA
      *               (RPTDTE, CCYYMMDD) - BLANK MEANS TODAY. THE
      *               LINES ALSO GO TO THE DELIMITED TFSRPTEXT EXTRACT
      *               (TRFXRPTX).
      *NOTE        :  MODELLED ON GHCUYSUC / GHCOVRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OCUT01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSOCUTLG ASSIGN TO DATABASE-TFSOCUTLG
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSOCUTLG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOCUTLG-REC.
       01  TFSOCUTLG-REC.
           COPY DDS-ALL-FORMATS OF TFSOCUTLG.
       01  TFSOCUTLG-REC-1.
           COPY TFSOCUTLG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHOCUTRP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY RPTX.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTDTE    PIC X(08).
           05 FILLER           PIC X(1016).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC 9(08).
       01  WS-RPTDTE           PIC 9(08) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * THE DAY'S LOG ROWS, IN LOG ORDER, AND THE UNITS THEY BELONG
      * TO IN ORDER OF FIRST APPEARANCE - LINEAR MATCH, SAME SHAPE AS
      * THE OTHER IN-MEMORY GROUPERS.
       01  WS-IT-TAB.
           05 WS-IT-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-IT-ENT OCCURS 3000 TIMES.
              10 WS-IT-PROCUNIT PIC X(03).
              10 WS-IT-OUTQNO  PIC 9(08).
              10 WS-IT-SEQNUM  PIC 9(02).
              10 WS-IT-RCBNKID PIC X(11).
              10 WS-IT-CUYCD   PIC X(03).
              10 WS-IT-AMT     PIC S9(15)V9(02) COMP-3.
              10 WS-IT-ORGVAL  PIC 9(08).
              10 WS-IT-NEWVAL  PIC 9(08).
              10 WS-IT-RLSTIME PIC 9(06).
              10 WS-IT-CUTDTE  PIC 9(08).
              10 WS-IT-CUTTIME PIC 9(04).
              10 WS-IT-MARGIN  PIC S9(05).
              10 WS-IT-ACTION  PIC X(01).
              10 WS-IT-CAPUSER PIC X(10).

       01  WS-UN-TAB.
           05 WS-UN-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-UN-ENT OCCURS 200 TIMES.
              10 WS-UN-PROCUNIT PIC X(03).
              10 WS-UN-CLSCNT  PIC 9(07).
              10 WS-UN-ROLCNT  PIC 9(07).
              10 WS-UN-HLDCNT  PIC 9(07).
              10 WS-UN-SUPCNT  PIC 9(07).

       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-UX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HIT-IX           PIC S9(04) COMP VALUE ZERO.

       01  WS-SCAN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-LOST-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-CLS-TOT          PIC 9(07) VALUE ZEROES.
       01  WS-ROL-TOT          PIC 9(07) VALUE ZEROES.
       01  WS-HLD-TOT          PIC 9(07) VALUE ZEROES.
       01  WS-SUP-TOT          PIC 9(07) VALUE ZEROES.
       01  WS-ACTION-DESC      PIC X(12).
       01  WS-ED-AMT           PIC Z(14)9.99-.
       01  WS-ED-MARGIN        PIC ZZZZ9-.
       01  WS-ED-N7            PIC Z(06)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHOCUTRP".

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
           IF       WS-LDA-RPTDTE NUMERIC
                    AND WS-LDA-RPTDTE NOT = "00000000"
                    MOVE WS-LDA-RPTDTE  TO WS-RPTDTE
           ELSE
                    MOVE WS-DATE-8      TO WS-RPTDTE
           END-IF.
           DISPLAY  "GHOCUTRP - OUTWARD RELEASES AGAINST CORRESPONDENT "
                    "CUTOFFS ON " WS-RPTDTE.

           PERFORM  B000-LOAD-LOG
              THRU  B099-LOAD-LOG-EX.
           PERFORM  D000-REPORT
              THRU  D099-REPORT-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-IT-CNT           TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-LOG.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSOCUTLG.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHOCUTRP - OPEN FILE ERROR - TFSOCUTLG"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B100-ONE-LOG-ROW
              THRU  B199-ONE-LOG-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSOCUTLG.

       B099-LOAD-LOG-EX.
           EXIT.

       B100-ONE-LOG-ROW.
           READ     TFSOCUTLG.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-ONE-LOG-ROW-EX.
           ADD      1                   TO WS-SCAN-CNT.
           IF       TFSOCUTLG-RLSDTE NOT = WS-RPTDTE
                    GO TO B199-ONE-LOG-ROW-EX.

           PERFORM  B200-FIND-UNIT
              THRU  B299-FIND-UNIT-EX.
           IF       WS-HIT-IX = ZERO
                    OR WS-IT-CNT NOT < 3000
                    ADD 1               TO WS-LOST-CNT
                    GO TO B199-ONE-LOG-ROW-EX.

           ADD      1                   TO WS-IT-CNT.
           MOVE     TFSOCUTLG-PROCUNIT  TO WS-IT-PROCUNIT (WS-IT-CNT).
           MOVE     TFSOCUTLG-OUTQNO    TO WS-IT-OUTQNO (WS-IT-CNT).
           MOVE     TFSOCUTLG-SEQNUM    TO WS-IT-SEQNUM (WS-IT-CNT).
           MOVE     TFSOCUTLG-RCBNKID   TO WS-IT-RCBNKID (WS-IT-CNT).
           MOVE     TFSOCUTLG-CUYCD     TO WS-IT-CUYCD (WS-IT-CNT).
           MOVE     TFSOCUTLG-AMT       TO WS-IT-AMT (WS-IT-CNT).
           MOVE     TFSOCUTLG-ORGVALDTE TO WS-IT-ORGVAL (WS-IT-CNT).
           MOVE     TFSOCUTLG-NEWVALDTE TO WS-IT-NEWVAL (WS-IT-CNT).
           MOVE     TFSOCUTLG-RLSTIME   TO WS-IT-RLSTIME (WS-IT-CNT).
           MOVE     TFSOCUTLG-CUTDTE    TO WS-IT-CUTDTE (WS-IT-CNT).
           MOVE     TFSOCUTLG-CUTTIME   TO WS-IT-CUTTIME (WS-IT-CNT).
           MOVE     TFSOCUTLG-MARGIN    TO WS-IT-MARGIN (WS-IT-CNT).
           MOVE     TFSOCUTLG-ACTION    TO WS-IT-ACTION (WS-IT-CNT).
           MOVE     TFSOCUTLG-CAPUSER   TO WS-IT-CAPUSER (WS-IT-CNT).

           EVALUATE TFSOCUTLG-ACTION
               WHEN "C"
                    ADD 1               TO WS-UN-CLSCNT (WS-HIT-IX)
                    ADD 1               TO WS-CLS-TOT
               WHEN "R"
                    ADD 1               TO WS-UN-ROLCNT (WS-HIT-IX)
                    ADD 1               TO WS-ROL-TOT
               WHEN "H"
                    ADD 1               TO WS-UN-HLDCNT (WS-HIT-IX)
                    ADD 1               TO WS-HLD-TOT
               WHEN "S"
                    ADD 1               TO WS-UN-SUPCNT (WS-HIT-IX)
                    ADD 1               TO WS-SUP-TOT
           END-EVALUATE.

       B199-ONE-LOG-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-FIND-UNIT.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-HIT-IX.
           PERFORM  B210-MATCH-ONE-UNIT
              THRU  B219-MATCH-ONE-UNIT-EX
                    VARYING WS-UX FROM 1 BY 1
                    UNTIL WS-UX > WS-UN-CNT
                       OR WS-HIT-IX > ZERO.
           IF       WS-HIT-IX > ZERO
                    OR WS-UN-CNT NOT < 200
                    GO TO B299-FIND-UNIT-EX.

           ADD      1                   TO WS-UN-CNT.
           MOVE     WS-UN-CNT           TO WS-HIT-IX.
           MOVE     TFSOCUTLG-PROCUNIT  TO WS-UN-PROCUNIT (WS-HIT-IX).
           MOVE     ZEROES              TO WS-UN-CLSCNT (WS-HIT-IX)
                                           WS-UN-ROLCNT (WS-HIT-IX)
                                           WS-UN-HLDCNT (WS-HIT-IX)
                                           WS-UN-SUPCNT (WS-HIT-IX).

       B299-FIND-UNIT-EX.
           EXIT.

       B210-MATCH-ONE-UNIT.
           IF       WS-UN-PROCUNIT (WS-UX) = TFSOCUTLG-PROCUNIT
                    MOVE WS-UX          TO WS-HIT-IX.

       B219-MATCH-ONE-UNIT-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REPORT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "HDR"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     13                  TO WK-N-RPTX-COLCNT.
           MOVE     "UNIT"              TO WK-C-RPTX-COL (1).
           MOVE     "OUTQ_NO"           TO WK-C-RPTX-COL (2).
           MOVE     "SEQ"               TO WK-C-RPTX-COL (3).
           MOVE     "RECEIVER_BIC"      TO WK-C-RPTX-COL (4).
           MOVE     "CCY"               TO WK-C-RPTX-COL (5).
           MOVE     "AMOUNT"            TO WK-C-RPTX-COL (6).
           MOVE     "CAPTURED_BY"       TO WK-C-RPTX-COL (7).
           MOVE     "RELEASED_AT"       TO WK-C-RPTX-COL (8).
           MOVE     "CUTOFF_DATE"       TO WK-C-RPTX-COL (9).
           MOVE     "CUTOFF_TIME"       TO WK-C-RPTX-COL (10).
           MOVE     "MARGIN_MINS"       TO WK-C-RPTX-COL (11).
           MOVE     "VALUE_DATE_SENT"   TO WK-C-RPTX-COL (12).
           MOVE     "ACTION"            TO WK-C-RPTX-COL (13).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

           IF       WS-IT-CNT = ZERO
                    DISPLAY "GHOCUTRP - NOTHING RELEASED CLOSE TO OR "
                            "PAST A CUTOFF"
           END-IF.
           PERFORM  D100-LIST-ONE-UNIT
              THRU  D199-LIST-ONE-UNIT-EX
                    VARYING WS-UX FROM 1 BY 1
                    UNTIL WS-UX > WS-UN-CNT.

           DISPLAY  "GHOCUTRP - LOG ROWS READ     : " WS-SCAN-CNT.
           DISPLAY  "GHOCUTRP - SENT CLOSE TO CUTOFF: " WS-CLS-TOT.
           DISPLAY  "GHOCUTRP - VALUE DATE ROLLED : " WS-ROL-TOT.
           DISPLAY  "GHOCUTRP - HELD FOR SUPERVISOR: " WS-HLD-TOT.
           DISPLAY  "GHOCUTRP - SENT PAST CUTOFF  : " WS-SUP-TOT.
           IF       WS-LOST-CNT > ZERO
                    DISPLAY "GHOCUTRP - TABLE FULL, NOT LISTED: "
                            WS-LOST-CNT.

      *    TRAILER CONTROL TOTALS: ONE PAIR PER ACTION.
           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "TRL"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     8                   TO WK-N-RPTX-COLCNT.
           MOVE     "CLOSE"             TO WK-C-RPTX-COL (1).
           MOVE     WS-CLS-TOT          TO WS-ED-N7.
           MOVE     WS-ED-N7            TO WK-C-RPTX-COL (2).
           MOVE     "ROLLED"            TO WK-C-RPTX-COL (3).
           MOVE     WS-ROL-TOT          TO WS-ED-N7.
           MOVE     WS-ED-N7            TO WK-C-RPTX-COL (4).
           MOVE     "HELD"              TO WK-C-RPTX-COL (5).
           MOVE     WS-HLD-TOT          TO WS-ED-N7.
           MOVE     WS-ED-N7            TO WK-C-RPTX-COL (6).
           MOVE     "SENT_PAST"         TO WK-C-RPTX-COL (7).
           MOVE     WS-SUP-TOT          TO WS-ED-N7.
           MOVE     WS-ED-N7            TO WK-C-RPTX-COL (8).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
           IF       WK-C-RPTX-ERROR-CD NOT = SPACES
                    DISPLAY "GHOCUTRP - DELIMITED EXTRACT INCOMPLETE"
           END-IF.

       D099-REPORT-EX.
           EXIT.

       D100-LIST-ONE-UNIT.
           DISPLAY  " ".
           DISPLAY  "PROCESSING UNIT " WS-UN-PROCUNIT (WS-UX).
           DISPLAY  "OUTQ NO  SQ RECEIVER    CCY               AMOUNT "
                    "CAPTURED   RLSTIME CUTOFF   HHMM MARGIN "
                    "VALUE    ACTION".
           PERFORM  D200-LIST-ONE-ITEM
              THRU  D299-LIST-ONE-ITEM-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-IT-CNT.
           DISPLAY  "  CLOSE " WS-UN-CLSCNT (WS-UX)
                    "  ROLLED " WS-UN-ROLCNT (WS-UX)
                    "  HELD " WS-UN-HLDCNT (WS-UX)
                    "  SENT PAST " WS-UN-SUPCNT (WS-UX).

       D199-LIST-ONE-UNIT-EX.
           EXIT.

       D200-LIST-ONE-ITEM.
           IF       WS-IT-PROCUNIT (WS-IX) NOT = WS-UN-PROCUNIT (WS-UX)
                    GO TO D299-LIST-ONE-ITEM-EX.

           EVALUATE WS-IT-ACTION (WS-IX)
               WHEN "C"
                    MOVE "CLOSE"        TO WS-ACTION-DESC
               WHEN "R"
                    MOVE "ROLLED"       TO WS-ACTION-DESC
               WHEN "H"
                    MOVE "HELD"         TO WS-ACTION-DESC
               WHEN "S"
                    MOVE "SENT PAST"    TO WS-ACTION-DESC
               WHEN OTHER
                    MOVE WS-IT-ACTION (WS-IX) TO WS-ACTION-DESC
           END-EVALUATE.
           MOVE     WS-IT-AMT (WS-IX)   TO WS-ED-AMT.
           MOVE     WS-IT-MARGIN (WS-IX) TO WS-ED-MARGIN.

           DISPLAY  WS-IT-OUTQNO (WS-IX) " "
                    WS-IT-SEQNUM (WS-IX) " "
                    WS-IT-RCBNKID (WS-IX) " "
                    WS-IT-CUYCD (WS-IX) " "
                    WS-ED-AMT " "
                    WS-IT-CAPUSER (WS-IX) " "
                    WS-IT-RLSTIME (WS-IX) "  "
                    WS-IT-CUTDTE (WS-IX) " "
                    WS-IT-CUTTIME (WS-IX) " "
                    WS-ED-MARGIN " "
                    WS-IT-NEWVAL (WS-IX) " "
                    WS-ACTION-DESC.

           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "DTL"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     13                  TO WK-N-RPTX-COLCNT.
           MOVE     WS-IT-PROCUNIT (WS-IX) TO WK-C-RPTX-COL (1).
           MOVE     WS-IT-OUTQNO (WS-IX)   TO WK-C-RPTX-COL (2).
           MOVE     WS-IT-SEQNUM (WS-IX)   TO WK-C-RPTX-COL (3).
           MOVE     WS-IT-RCBNKID (WS-IX)  TO WK-C-RPTX-COL (4).
           MOVE     WS-IT-CUYCD (WS-IX)    TO WK-C-RPTX-COL (5).
           MOVE     WS-ED-AMT              TO WK-C-RPTX-COL (6).
           MOVE     WS-IT-CAPUSER (WS-IX)  TO WK-C-RPTX-COL (7).
           MOVE     WS-IT-RLSTIME (WS-IX)  TO WK-C-RPTX-COL (8).
           MOVE     WS-IT-CUTDTE (WS-IX)   TO WK-C-RPTX-COL (9).
           MOVE     WS-IT-CUTTIME (WS-IX)  TO WK-C-RPTX-COL (10).
           MOVE     WS-ED-MARGIN           TO WK-C-RPTX-COL (11).
           MOVE     WS-IT-NEWVAL (WS-IX)   TO WK-C-RPTX-COL (12).
           MOVE     WS-ACTION-DESC         TO WK-C-RPTX-COL (13).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

       D299-LIST-ONE-ITEM-EX.
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
      *************** END OF PROGRAM SOURCE  GHOCUTRP ***************
      ******************************************************************

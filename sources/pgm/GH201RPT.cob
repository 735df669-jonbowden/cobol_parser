      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GH201RPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MT201 MULTIPLE-TRANSFER FAMILY REPORT. TRFG201X
      *               EXPLODES EACH MT201 INTO ONE QUEUE ITEM PER
      *               TRANSFER; THIS REPORT PUTS THE LEGS BACK
      *               TOGETHER. FOR EVERY PARENT ON TFSSTPL IT SHOWS
      *               THE SENDER'S REFERENCE, LEGS EXPECTED AGAINST
      *               LEGS PRESENT, HOW MANY ARE POSTED, IN REPAIR OR
      *               STILL IN FLIGHT, AND THE TOTAL - AND FLAGS ANY
      *               MESSAGE NOT YET FULLY POSTED, SO "NINE OF TEN"
      *               IS CAUGHT THE SAME DAY.
      *NOTE        :  MODELLED ON GHM101BL.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  MT204X - RISKOPS   - 15/10/2026 - MT204 DIRECT DEBIT FAMILIES
      *                        (EXPLODED BY TRFG204X) ARE REPORTED TOO,
      *                        WITH THE PARENT MESSAGE TYPE SHOWN.
      *---------------------------------------------------------------*
      *  MT201X - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
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

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GH201RPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * CURRENT FAMILY (LEGS OF ONE PARENT ARE CONTIGUOUS IN KEY
      * ORDER, AS THEY SHARE THE PARENT'S PARALNO)
       01  WS-FM-ACTIVE-SW     PIC X(01)  VALUE "N".
           88 WS-FM-ACTIVE                VALUE "Y".
       01  WS-FM-PARALNO       PIC 9(08).
MT204X 01  WS-FM-PRNTMGTY      PIC 9(03).
       01  WS-FM-PRNTREF       PIC X(16).
       01  WS-FM-SENBNKID      PIC X(11).
       01  WS-FM-CUYCD         PIC X(03).
       01  WS-FM-LEGCNT        PIC 9(02).
       77  WS-FM-PRESENT       PIC S9(04) COMP VALUE ZERO.
       77  WS-FM-POSTED        PIC S9(04) COMP VALUE ZERO.
       77  WS-FM-REPAIR        PIC S9(04) COMP VALUE ZERO.
       77  WS-FM-OTHER         PIC S9(04) COMP VALUE ZERO.
       01  WS-FM-TOTAL         PIC S9(13)V9(02) VALUE ZERO.

       77  WS-FAM-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-OPEN-CNT         PIC S9(05) COMP VALUE ZERO.
       01  WS-ED-AMT           PIC Z(12)9.99-.
       01  WS-FLAG             PIC X(12).

       01  WS-JOBNAME          PIC X(10) VALUE "GH201RPT".

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

           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GH201RPT - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

MT204X     DISPLAY  "GH201RPT - MT201/MT204 MULTIPLE-TRANSFER FAMILIES".
MT204X     DISPLAY  "TYP PARALNO  PARENT REF        SENDER      CCY "
                    "EXP PRS PST RPR OTH           TOTAL STATUS".
           PERFORM  B000-READ-ONE-ITEM
              THRU  B099-READ-ONE-ITEM-EX
                    UNTIL WS-EOF.
           IF       WS-FM-ACTIVE
                    PERFORM C000-PRINT-FAMILY
                       THRU C099-PRINT-FAMILY-EX.

           CLOSE    TFSSTPL.

MT204X     DISPLAY  "GH201RPT - MT201/MT204 MESSAGES  : " WS-FAM-CNT.
           DISPLAY  "GH201RPT - NOT YET FULLY POSTED  : " WS-OPEN-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-FAM-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-ONE-ITEM.
      *---------------------------------------------------------------*
           READ     TFSSTPL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-READ-ONE-ITEM-EX.
           IF       TFSSPTL-PRNTMGTY NOT = 201
MT204X              AND TFSSPTL-PRNTMGTY NOT = 204
                    GO TO B099-READ-ONE-ITEM-EX.

      *    CONTROL BREAK ON THE PARENT'S PARALNO
           IF       WS-FM-ACTIVE
                    AND TFSSPTL-PARALNO NOT = WS-FM-PARALNO
                    PERFORM C000-PRINT-FAMILY
                       THRU C099-PRINT-FAMILY-EX.
           IF       NOT WS-FM-ACTIVE
                    MOVE "Y"            TO WS-FM-ACTIVE-SW
                    MOVE TFSSPTL-PARALNO  TO WS-FM-PARALNO
MT204X              MOVE TFSSPTL-PRNTMGTY TO WS-FM-PRNTMGTY
                    MOVE TFSSPTL-PRNTREF  TO WS-FM-PRNTREF
                    MOVE TFSSPTL-SENBNKID TO WS-FM-SENBNKID
                    MOVE TFSSPTL-CUYCD    TO WS-FM-CUYCD
                    MOVE TFSSPTL-LEGCNT   TO WS-FM-LEGCNT
                    MOVE ZERO           TO WS-FM-PRESENT WS-FM-POSTED
                                           WS-FM-REPAIR  WS-FM-OTHER
                                           WS-FM-TOTAL
           END-IF.

           ADD      1                   TO WS-FM-PRESENT.
           ADD      TFSSPTL-AMT         TO WS-FM-TOTAL.
           EVALUATE TFSSPTL-PRCIND
               WHEN "Y"
                    ADD  1              TO WS-FM-POSTED
               WHEN "R"
                    ADD  1              TO WS-FM-REPAIR
               WHEN OTHER
                    ADD  1              TO WS-FM-OTHER
           END-EVALUATE.

       B099-READ-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-PRINT-FAMILY.
      *---------------------------------------------------------------*
      *    A MESSAGE IS COMPLETE ONLY WHEN EVERY LEG IT WAS EXPLODED
      *    INTO IS PRESENT AND POSTED.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-FAM-CNT.
           IF       WS-FM-PRESENT NOT = WS-FM-LEGCNT
                    MOVE "LEG MISSING"  TO WS-FLAG
                    ADD  1              TO WS-OPEN-CNT
           ELSE
              IF    WS-FM-POSTED = WS-FM-LEGCNT
                    MOVE "COMPLETE"     TO WS-FLAG
              ELSE
                    MOVE "INCOMPLETE"   TO WS-FLAG
                    ADD  1              TO WS-OPEN-CNT
              END-IF
           END-IF.

           MOVE     WS-FM-TOTAL         TO WS-ED-AMT.
MT204X     DISPLAY  WS-FM-PRNTMGTY " "
MT204X              WS-FM-PARALNO " " WS-FM-PRNTREF " "
                    WS-FM-SENBNKID " " WS-FM-CUYCD " "
                    WS-FM-LEGCNT " " WS-FM-PRESENT " "
                    WS-FM-POSTED " " WS-FM-REPAIR " "
                    WS-FM-OTHER " " WS-ED-AMT " " WS-FLAG.

           MOVE     "N"                 TO WS-FM-ACTIVE-SW.

       C099-PRINT-FAMILY-EX.
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
      *************** END OF PROGRAM SOURCE  GH201RPT ***************
      ******************************************************************

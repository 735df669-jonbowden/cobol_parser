      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHCUYSUC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  RETIRED CURRENCY CODE USAGE REPORT. THE
      *               VALIDATION DRIVER TRANSLATES A CODE RETIRED ON
      *               TFSCUYSUC TO ITS SUCCESSOR DURING THE ACCEPTANCE
      *               WINDOW AND REPAIRS IT AFTERWARDS (RSN0427), BUT
      *               RELATIONSHIP MANAGERS NEED TO KNOW WHICH
      *               COUNTERPARTIES ARE STILL SENDING THE OLD CODES
      *               BEFORE THE WINDOW CLOSES ON THEM. THE QUEUE AND
      *               THE ARCHIVE ARE READ FOR ITEMS RECEIVED FROM THE
      *               REPORT START DATE: AN ITEM CARRYING AN ORIGINAL
      *               CODE WAS TRANSLATED; AN ITEM STILL QUOTING A
      *               RETIRED CODE ON OR AFTER ITS CUT-OVER WAS
      *               REFUSED. ONE LINE PER SENDING BANK AND OLD CODE
      *               WITH BOTH COUNTS, THE FIRST AND LAST DATES SEEN
      *               AND WHETHER THE WINDOW IS STILL OPEN. START DATE
      *               COMES FROM THE LOCAL DATA AREA (RPTFROM,
      *               CCYYMMDD) - BLANK MEANS THE LAST MONTH. THE
      *               LINES ALSO GO TO THE DELIMITED TFSRPTEXT EXTRACT
      *               (TRFXRPTX).
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS FROM THE
ARCP01*               START DATE'S MONTH ON ARE READ.
      *NOTE        :  MODELLED ON GHMSTATS / GHVOLFC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS ONLY THE MONTHLY
      *                        TFSSTPLH PARTITIONS OF THE REPORT
      *                        PERIOD; AN OFFLINE PARTITION IS
      *                        REPORTED AS NOT COUNTED.
      *---------------------------------------------------------------*
      *  CSUC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSCUYSUC ASSIGN TO DATABASE-TFSCUYSUC
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPLH ASSIGN TO DATABASE-TFSSTPLH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
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
       FD  TFSSTPLH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPLH-REC.
       01  TFSSTPLH-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPLH.
       01  TFSSTPLH-REC-1.
           COPY TFSSTPL.
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
           "** PROGRAM GHCUYSUC  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY RPTX.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTFROM   PIC X(08).
           05 FILLER           PIC X(1016).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC 9(08).

       01  WS-RPTFROM          PIC 9(08) VALUE ZEROES.
       01  WS-RPTFROM-R        REDEFINES WS-RPTFROM.
           05 WS-FRM-YYYY      PIC 9(04).
           05 WS-FRM-MM        PIC 9(02).
           05 WS-FRM-DD        PIC 9(02).

ARCP01 01  WS-FROMMTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 COPY ARCP.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * THE SUCCESSION TABLE - A HANDFUL OF ROWS AT MOST.
       01  WS-SC-TAB.
           05 WS-SC-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-SC-ENT OCCURS 50 TIMES.
              10 WS-SC-OLDCUY  PIC X(03).
              10 WS-SC-NEWCUY  PIC X(03).
              10 WS-SC-CUTDTE  PIC 9(08).
              10 WS-SC-ENDDTE  PIC 9(08).

      * SENDER / OLD CODE GROUPS - LINEAR MATCH, SAME SHAPE AS THE
      * OTHER IN-MEMORY GROUPERS.
       01  WS-GR-TAB.
           05 WS-GR-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-GR-ENT OCCURS 300 TIMES.
              10 WS-GR-SENBNKID PIC X(11).
              10 WS-GR-OLDCUY  PIC X(03).
              10 WS-GR-SCIX    PIC S9(04) COMP.
              10 WS-GR-TRNCNT  PIC 9(07).
              10 WS-GR-RFSCNT  PIC 9(07).
              10 WS-GR-FIRST   PIC 9(08).
              10 WS-GR-LAST    PIC 9(08).

       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-HIT-IX           PIC S9(04) COMP VALUE ZERO.
       01  WS-SC-IX            PIC S9(04) COMP VALUE ZERO.

      * THE ITEM IN HAND, FROM WHICHEVER FILE IT CAME.
       01  WS-K-SENBNKID       PIC X(11).
       01  WS-K-INTDTE         PIC 9(08).
       01  WS-K-CUYCD          PIC X(03).
       01  WS-K-INSTRCUY       PIC X(03).
       01  WS-K-ORIGCUY        PIC X(03).
       01  WS-K-ORIGICY        PIC X(03).
       01  WS-K-OLDCUY         PIC X(03).
       01  WS-K-OUTCOME        PIC X(01).
           88 WS-K-TRANSLATED             VALUE "T".
           88 WS-K-REFUSED                VALUE "R".
       01  WS-TRY-CUY          PIC X(03).

       01  WS-SCAN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-TRN-TOT          PIC 9(09) VALUE ZEROES.
       01  WS-RFS-TOT          PIC 9(09) VALUE ZEROES.
       01  WS-LOST-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-WINDOW           PIC X(06).
       01  WS-END-X            PIC X(08).
       01  WS-ED-N7            PIC Z(06)9.
       01  WS-RX-CNT-ED        PIC Z(08)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHCUYSUC".

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

           PERFORM  A100-RESOLVE-START
              THRU  A199-RESOLVE-START-EX.
           PERFORM  A200-LOAD-SUCCESSION
              THRU  A299-LOAD-SUCCESSION-EX.

           IF       WS-SC-CNT = ZERO
                    DISPLAY "GHCUYSUC - NO RETIRED CURRENCY CODES"
                    GO TO A090-END-LOG.

           PERFORM  B000-SCAN-ITEMS
              THRU  B099-SCAN-ITEMS-EX.
           PERFORM  D000-REPORT
              THRU  D099-REPORT-EX.

       A090-END-LOG.
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           COMPUTE  WK-N-JLOG-ITEMCNT = WS-TRN-TOT + WS-RFS-TOT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-RESOLVE-START.
      *---------------------------------------------------------------*
      *    START DATE FROM THE LDA, ELSE THE SAME DAY LAST MONTH. A
      *    DAY THE EARLIER MONTH DOES NOT HAVE ONLY WIDENS THE WINDOW
      *    BY A DAY OR TWO, SINCE THE DATES ARE COMPARED AS NUMBERS.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTFROM NUMERIC
                    AND WS-LDA-RPTFROM NOT = "00000000"
                    MOVE WS-LDA-RPTFROM TO WS-RPTFROM
           ELSE
                    MOVE WS-DATE-8      TO WS-RPTFROM
                    IF WS-FRM-MM = 1
                       SUBTRACT 1       FROM WS-FRM-YYYY
                       MOVE 12          TO WS-FRM-MM
                    ELSE
                       SUBTRACT 1       FROM WS-FRM-MM
                    END-IF
           END-IF.

           DISPLAY  "GHCUYSUC - RETIRED CURRENCY CODE USAGE FROM "
                    WS-RPTFROM " TO " WS-DATE-8.

       A199-RESOLVE-START-EX.
           EXIT.

      *---------------------------------------------------------------*
       A200-LOAD-SUCCESSION.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSCUYSUC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCUYSUC - OPEN FILE ERROR - TFSCUYSUC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  A210-ONE-SUCCESSION-ROW
              THRU  A219-ONE-SUCCESSION-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSCUYSUC.

       A299-LOAD-SUCCESSION-EX.
           EXIT.

       A210-ONE-SUCCESSION-ROW.
           READ     TFSCUYSUC NEXT RECORD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO A219-ONE-SUCCESSION-ROW-EX.
           IF       WS-SC-CNT NOT < 50
                    DISPLAY "GHCUYSUC - SUCCESSION TABLE FULL AT "
                            TFSCUYSUC-OLDCUY
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO A219-ONE-SUCCESSION-ROW-EX.
           ADD      1                   TO WS-SC-CNT.
           MOVE     TFSCUYSUC-OLDCUY    TO WS-SC-OLDCUY (WS-SC-CNT).
           MOVE     TFSCUYSUC-NEWCUY    TO WS-SC-NEWCUY (WS-SC-CNT).
           MOVE     TFSCUYSUC-CUTDTE    TO WS-SC-CUTDTE (WS-SC-CNT).
           MOVE     TFSCUYSUC-ENDDTE    TO WS-SC-ENDDTE (WS-SC-CNT).

       A219-ONE-SUCCESSION-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-SCAN-ITEMS.
      *---------------------------------------------------------------*
      *    THE ARCHIVE FIRST, THEN WHAT IS STILL ON THE QUEUE.
ARCP01*    THE ARCHIVE IS PARTITIONED BY INTAKE MONTH, WHICH IS WHAT
ARCP01*    THE REPORT PERIOD IS ON - ONLY ITS MONTHS ARE READ.
      *---------------------------------------------------------------*
ARCP01     COMPUTE  WS-FROMMTH = WS-RPTFROM / 100.
ARCP01     COMPUTE  WS-TOMTH = WS-DATE-8 / 100.
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  B010-SCAN-ONE-PARTITION
ARCP01        THRU  B019-SCAN-ONE-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.

           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCUYSUC - OPEN FILE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B200-ONE-QUEUE-ROW
              THRU  B299-ONE-QUEUE-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

       B099-SCAN-ITEMS-EX.
           EXIT.

ARCP01 B010-SCAN-ONE-PARTITION.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-FROMMTH          TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHCUYSUC - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT COUNTED"
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO B019-SCAN-ONE-PARTITION-EX.
ARCP01
ARCP01     OPEN     INPUT TFSSTPLH.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHCUYSUC - OPEN FILE ERROR - TFSSTPLH"
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
ARCP01              GO TO Y900-ABNORMAL-TERMINATION.
ARCP01     MOVE     "N"                 TO WS-EOF-SW.
ARCP01     PERFORM  B100-ONE-ARCHIVE-ROW
ARCP01        THRU  B199-ONE-ARCHIVE-ROW-EX
ARCP01              UNTIL WS-EOF.
ARCP01     CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 B019-SCAN-ONE-PARTITION-EX.
ARCP01     EXIT.

       B100-ONE-ARCHIVE-ROW.
           READ     TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-ONE-ARCHIVE-ROW-EX.
           MOVE     TFSSPTL-SENBNKID OF TFSSTPLH-REC-1
                                        TO WS-K-SENBNKID.
           MOVE     TFSSPTL-INTDTE OF TFSSTPLH-REC-1   TO WS-K-INTDTE.
           MOVE     TFSSPTL-CUYCD OF TFSSTPLH-REC-1    TO WS-K-CUYCD.
           MOVE     TFSSPTL-INSTRCUY OF TFSSTPLH-REC-1
                                        TO WS-K-INSTRCUY.
           MOVE     TFSSPTL-ORIGCUY OF TFSSTPLH-REC-1  TO WS-K-ORIGCUY.
           MOVE     TFSSPTL-ORIGICY OF TFSSTPLH-REC-1  TO WS-K-ORIGICY.
           PERFORM  B300-CLASSIFY-ITEM
              THRU  B399-CLASSIFY-ITEM-EX.

       B199-ONE-ARCHIVE-ROW-EX.
           EXIT.

       B200-ONE-QUEUE-ROW.
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B299-ONE-QUEUE-ROW-EX.
           MOVE     TFSSPTL-SENBNKID OF TFSSTPL-REC-1
                                        TO WS-K-SENBNKID.
           MOVE     TFSSPTL-INTDTE OF TFSSTPL-REC-1    TO WS-K-INTDTE.
           MOVE     TFSSPTL-CUYCD OF TFSSTPL-REC-1     TO WS-K-CUYCD.
           MOVE     TFSSPTL-INSTRCUY OF TFSSTPL-REC-1  TO WS-K-INSTRCUY.
           MOVE     TFSSPTL-ORIGCUY OF TFSSTPL-REC-1   TO WS-K-ORIGCUY.
           MOVE     TFSSPTL-ORIGICY OF TFSSTPL-REC-1   TO WS-K-ORIGICY.
           PERFORM  B300-CLASSIFY-ITEM
              THRU  B399-CLASSIFY-ITEM-EX.

       B299-ONE-QUEUE-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       B300-CLASSIFY-ITEM.
      *---------------------------------------------------------------*
      *    AN ORIGINAL CODE ON THE ITEM MEANS THE DRIVER TRANSLATED
      *    IT. OTHERWISE A RETIRED CODE STILL ON THE ITEM AFTER ITS
      *    CUT-OVER WAS REFUSED (OR HAS NOT YET BEEN THROUGH THE
      *    DRIVER). THE 32A AMOUNT IS LOOKED AT BEFORE THE 33B ONE;
      *    AN ITEM COUNTS ONCE.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-SCAN-CNT.
           IF       WS-K-INTDTE < WS-RPTFROM
                    GO TO B399-CLASSIFY-ITEM-EX.

           MOVE     SPACE               TO WS-K-OUTCOME.
           IF       WS-K-ORIGCUY NOT = SPACES
                    MOVE WS-K-ORIGCUY   TO WS-TRY-CUY
                    PERFORM B400-FIND-SUCCESSION
                       THRU B499-FIND-SUCCESSION-EX
                    IF WS-SC-IX > ZERO
                       MOVE "T"         TO WS-K-OUTCOME
                    END-IF
           END-IF.
           IF       WS-K-OUTCOME = SPACE
                    AND WS-K-ORIGICY NOT = SPACES
                    MOVE WS-K-ORIGICY   TO WS-TRY-CUY
                    PERFORM B400-FIND-SUCCESSION
                       THRU B499-FIND-SUCCESSION-EX
                    IF WS-SC-IX > ZERO
                       MOVE "T"         TO WS-K-OUTCOME
                    END-IF
           END-IF.
           IF       WS-K-OUTCOME = SPACE
                    MOVE WS-K-CUYCD     TO WS-TRY-CUY
                    PERFORM B400-FIND-SUCCESSION
                       THRU B499-FIND-SUCCESSION-EX
                    IF WS-SC-IX > ZERO
                       IF WS-K-INTDTE NOT < WS-SC-CUTDTE (WS-SC-IX)
                          MOVE "R"      TO WS-K-OUTCOME
                       END-IF
                    END-IF
           END-IF.
           IF       WS-K-OUTCOME = SPACE
                    AND WS-K-INSTRCUY NOT = SPACES
                    MOVE WS-K-INSTRCUY  TO WS-TRY-CUY
                    PERFORM B400-FIND-SUCCESSION
                       THRU B499-FIND-SUCCESSION-EX
                    IF WS-SC-IX > ZERO
                       IF WS-K-INTDTE NOT < WS-SC-CUTDTE (WS-SC-IX)
                          MOVE "R"      TO WS-K-OUTCOME
                       END-IF
                    END-IF
           END-IF.
           IF       WS-K-OUTCOME = SPACE
                    GO TO B399-CLASSIFY-ITEM-EX.

           MOVE     WS-TRY-CUY          TO WS-K-OLDCUY.
           PERFORM  B500-FIND-GROUP
              THRU  B599-FIND-GROUP-EX.
           IF       WS-HIT-IX = ZERO
                    ADD 1               TO WS-LOST-CNT
                    GO TO B399-CLASSIFY-ITEM-EX.

           IF       WS-K-TRANSLATED
                    ADD 1               TO WS-GR-TRNCNT (WS-HIT-IX)
                    ADD 1               TO WS-TRN-TOT
           ELSE
                    ADD 1               TO WS-GR-RFSCNT (WS-HIT-IX)
                    ADD 1               TO WS-RFS-TOT
           END-IF.
           IF       WS-GR-FIRST (WS-HIT-IX) = ZEROES
                    OR WS-K-INTDTE < WS-GR-FIRST (WS-HIT-IX)
                    MOVE WS-K-INTDTE    TO WS-GR-FIRST (WS-HIT-IX).
           IF       WS-K-INTDTE > WS-GR-LAST (WS-HIT-IX)
                    MOVE WS-K-INTDTE    TO WS-GR-LAST (WS-HIT-IX).

       B399-CLASSIFY-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       B400-FIND-SUCCESSION.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-SC-IX.
           IF       WS-TRY-CUY = SPACES
                    GO TO B499-FIND-SUCCESSION-EX.
           PERFORM  B410-MATCH-ONE-SUCCESSION
              THRU  B419-MATCH-ONE-SUCCESSION-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-SC-CNT
                       OR WS-SC-IX > ZERO.

       B499-FIND-SUCCESSION-EX.
           EXIT.

       B410-MATCH-ONE-SUCCESSION.
           IF       WS-SC-OLDCUY (WS-IX) = WS-TRY-CUY
                    MOVE WS-IX          TO WS-SC-IX.

       B419-MATCH-ONE-SUCCESSION-EX.
           EXIT.

      *---------------------------------------------------------------*
       B500-FIND-GROUP.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-HIT-IX.
           PERFORM  B510-MATCH-ONE-GROUP
              THRU  B519-MATCH-ONE-GROUP-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-GR-CNT
                       OR WS-HIT-IX > ZERO.
           IF       WS-HIT-IX > ZERO
                    OR WS-GR-CNT NOT < 300
                    GO TO B599-FIND-GROUP-EX.

           ADD      1                   TO WS-GR-CNT.
           MOVE     WS-GR-CNT           TO WS-HIT-IX.
           MOVE     WS-K-SENBNKID       TO WS-GR-SENBNKID (WS-HIT-IX).
           MOVE     WS-K-OLDCUY         TO WS-GR-OLDCUY (WS-HIT-IX).
           MOVE     WS-SC-IX            TO WS-GR-SCIX (WS-HIT-IX).
           MOVE     ZEROES              TO WS-GR-TRNCNT (WS-HIT-IX)
                                           WS-GR-RFSCNT (WS-HIT-IX)
                                           WS-GR-FIRST (WS-HIT-IX)
                                           WS-GR-LAST (WS-HIT-IX).

       B599-FIND-GROUP-EX.
           EXIT.

       B510-MATCH-ONE-GROUP.
           IF       WS-GR-SENBNKID (WS-IX) = WS-K-SENBNKID
                    AND WS-GR-OLDCUY (WS-IX) = WS-K-OLDCUY
                    MOVE WS-IX          TO WS-HIT-IX.

       B519-MATCH-ONE-GROUP-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REPORT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "HDR"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     9                   TO WK-N-RPTX-COLCNT.
           MOVE     "SENDER_BIC"        TO WK-C-RPTX-COL (1).
           MOVE     "OLD_CCY"           TO WK-C-RPTX-COL (2).
           MOVE     "NEW_CCY"           TO WK-C-RPTX-COL (3).
           MOVE     "TRANSLATED"        TO WK-C-RPTX-COL (4).
           MOVE     "REFUSED"           TO WK-C-RPTX-COL (5).
           MOVE     "FIRST_SEEN"        TO WK-C-RPTX-COL (6).
           MOVE     "LAST_SEEN"         TO WK-C-RPTX-COL (7).
           MOVE     "ACCEPT_UNTIL"      TO WK-C-RPTX-COL (8).
           MOVE     "WINDOW"            TO WK-C-RPTX-COL (9).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

           DISPLAY  "SENDER BIC  OLD NEW TRANSLTD REFUSED "
                    "FIRST    LAST     ACCEPT   WINDOW".
           PERFORM  D100-LIST-ONE-GROUP
              THRU  D199-LIST-ONE-GROUP-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-GR-CNT.

           DISPLAY  "GHCUYSUC - ITEMS READ        : " WS-SCAN-CNT.
           DISPLAY  "GHCUYSUC - TRANSLATED        : " WS-TRN-TOT.
           DISPLAY  "GHCUYSUC - REFUSED           : " WS-RFS-TOT.
           IF       WS-LOST-CNT > ZERO
                    DISPLAY "GHCUYSUC - GROUP TABLE FULL, NOT LISTED: "
                            WS-LOST-CNT.

      *    TRAILER CONTROL TOTALS: TRANSLATED AND REFUSED ITEMS.
           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "TRL"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     4                   TO WK-N-RPTX-COLCNT.
           MOVE     "TRANSLATED"        TO WK-C-RPTX-COL (1).
           MOVE     WS-TRN-TOT          TO WS-RX-CNT-ED.
           MOVE     WS-RX-CNT-ED        TO WK-C-RPTX-COL (2).
           MOVE     "REFUSED"           TO WK-C-RPTX-COL (3).
           MOVE     WS-RFS-TOT          TO WS-RX-CNT-ED.
           MOVE     WS-RX-CNT-ED        TO WK-C-RPTX-COL (4).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.
           IF       WK-C-RPTX-ERROR-CD NOT = SPACES
                    DISPLAY "GHCUYSUC - DELIMITED EXTRACT INCOMPLETE"
           END-IF.

       D099-REPORT-EX.
           EXIT.

       D100-LIST-ONE-GROUP.
           MOVE     WS-GR-SCIX (WS-IX)  TO WS-SC-IX.
           IF       WS-SC-ENDDTE (WS-SC-IX) = ZEROES
                    MOVE "OPEN"         TO WS-WINDOW
                    MOVE SPACES         TO WS-END-X
           ELSE
                    MOVE WS-SC-ENDDTE (WS-SC-IX) TO WS-END-X
                    IF WS-SC-ENDDTE (WS-SC-IX) < WS-DATE-8
                       MOVE "CLOSED"    TO WS-WINDOW
                    ELSE
                       MOVE "OPEN"      TO WS-WINDOW
                    END-IF
           END-IF.

           DISPLAY  WS-GR-SENBNKID (WS-IX) " "
                    WS-GR-OLDCUY (WS-IX) " "
                    WS-SC-NEWCUY (WS-SC-IX) " "
                    WS-GR-TRNCNT (WS-IX) " "
                    WS-GR-RFSCNT (WS-IX) " "
                    WS-GR-FIRST (WS-IX) " "
                    WS-GR-LAST (WS-IX) " "
                    WS-END-X " " WS-WINDOW.

           INITIALIZE                   WK-C-RPTX-RECORD.
           MOVE     "DTL"               TO WK-C-RPTX-MODE.
           MOVE     WS-JOBNAME          TO WK-C-RPTX-REPORTID.
           MOVE     9                   TO WK-N-RPTX-COLCNT.
           MOVE     WS-GR-SENBNKID (WS-IX) TO WK-C-RPTX-COL (1).
           MOVE     WS-GR-OLDCUY (WS-IX)   TO WK-C-RPTX-COL (2).
           MOVE     WS-SC-NEWCUY (WS-SC-IX) TO WK-C-RPTX-COL (3).
           MOVE     WS-GR-TRNCNT (WS-IX)   TO WS-ED-N7.
           MOVE     WS-ED-N7               TO WK-C-RPTX-COL (4).
           MOVE     WS-GR-RFSCNT (WS-IX)   TO WS-ED-N7.
           MOVE     WS-ED-N7               TO WK-C-RPTX-COL (5).
           MOVE     WS-GR-FIRST (WS-IX)    TO WK-C-RPTX-COL (6).
           MOVE     WS-GR-LAST (WS-IX)     TO WK-C-RPTX-COL (7).
           MOVE     WS-END-X               TO WK-C-RPTX-COL (8).
           MOVE     WS-WINDOW              TO WK-C-RPTX-COL (9).
           CALL     "TRFXRPTX"          USING WK-C-RPTX-RECORD.

       D199-LIST-ONE-GROUP-EX.
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
      *************** END OF PROGRAM SOURCE  GHCUYSUC ***************
      ******************************************************************

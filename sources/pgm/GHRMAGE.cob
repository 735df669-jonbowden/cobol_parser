      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHRMAGE.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  KEY-CLIENT AGED ITEM SWEEP. THE VALIDATION
      *               DRIVER TELLS A KEY CLIENT'S RELATIONSHIP MANAGER
      *               WHEN A LARGE CREDIT ARRIVES AND WHEN IT POSTS;
      *               THIS SWEEP TELLS THEM WHEN ONE HAS STALLED. EVERY
      *               MT103 ON THE QUEUE IN REPAIR (PRCIND "R") OR ON
      *               HOLD (PRCIND "H") IS AGED FROM THE TIME ITS
      *               OUTCOME WAS POSTED (PROCDTE/PROCTIME - INTAKE
      *               WHEN NOT YET STAMPED) AND OFFERED TO TRFGRMNT,
      *               WHICH WRITES THE TFSRMNTF NOTIFICATION WHEN THE
      *               CREDIT IS FOR A KEY CLIENT, MEETS ITS THRESHOLD
      *               AND IS PAST THE CLIENT'S AGE LIMIT - ONCE FOR
      *               REPAIR AND ONCE FOR HOLD. THE DEFAULT LIMIT FOR
      *               A CLIENT WITH NONE OF ITS OWN COMES FROM THE
      *               LOCAL DATA AREA (RMAGEMIN, MINUTES) - BLANK
      *               MEANS 60. RUN ON THE SAME HOURLY SCHEDULE AS
      *               GHSLAESC.
      *NOTE        :  MODELLED ON GHSLAESC / GHCUYSUC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RMNT01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
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
           "** PROGRAM GHRMAGE   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY RMNT.

       01  WS-LDA-AREA.
           05 WS-LDA-RMAGEMIN  PIC X(05).
           05 FILLER           PIC X(1019).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC 9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-RAW-R REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH       PIC 9(02).
           05 WS-TIME-MM       PIC 9(02).
           05 FILLER           PIC 9(04).
       01  WS-NOW-MINS         PIC S9(09) VALUE ZEROS.

       01  WS-DFT-MINS         PIC 9(05) VALUE 60.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * WHEN THE ITEM'S CURRENT STATE BEGAN.
       01  WS-STS-DTE          PIC 9(08).
       01  WS-STS-TIM          PIC 9(06).
       01  WS-STS-TIM-R REDEFINES WS-STS-TIM.
           05 WS-STS-HH        PIC 9(02).
           05 WS-STS-MM        PIC 9(02).
           05 FILLER           PIC 9(02).
       01  WS-AGE-MINS         PIC S9(09) VALUE ZEROS.

       01  WS-SCAN-CNT         PIC 9(09) VALUE ZEROES.
       01  WS-AGED-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-KEYCLI-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-SENT-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-ERR-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHRMAGE".

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
           ACCEPT   WS-TIME-RAW         FROM TIME.
           COMPUTE  WS-NOW-MINS =
                    FUNCTION INTEGER-OF-DATE (WS-DATE-8) * 1440
                    + (WS-TIME-HH * 60) + WS-TIME-MM.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RMAGEMIN NUMERIC
                    AND WS-LDA-RMAGEMIN NOT = "00000"
                    MOVE WS-LDA-RMAGEMIN TO WS-DFT-MINS.
           DISPLAY  "GHRMAGE - KEY-CLIENT AGED ITEM SWEEP, DEFAULT "
                    "LIMIT " WS-DFT-MINS " MINUTES".

           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMAGE - OPEN FILE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-ONE-QUEUE-ROW
              THRU  B099-ONE-QUEUE-ROW-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

           DISPLAY  "GHRMAGE - ITEMS READ          : " WS-SCAN-CNT.
           DISPLAY  "GHRMAGE - IN REPAIR / ON HOLD : " WS-AGED-CNT.
           DISPLAY  "GHRMAGE - FOR KEY CLIENTS     : " WS-KEYCLI-CNT.
           DISPLAY  "GHRMAGE - NOTIFICATIONS       : " WS-SENT-CNT.
           IF       WS-ERR-CNT > ZERO
                    DISPLAY "GHRMAGE - NOTIFICATION ERRORS : "
                            WS-ERR-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-SENT-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-ONE-QUEUE-ROW.
      *---------------------------------------------------------------*
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-ONE-QUEUE-ROW-EX.
           ADD      1                   TO WS-SCAN-CNT.
           IF       TFSSPTL-SWFTMGTY NOT = 103
                    GO TO B099-ONE-QUEUE-ROW-EX.
           IF       TFSSPTL-PRCIND NOT = "R"
                    AND TFSSPTL-PRCIND NOT = "H"
                    GO TO B099-ONE-QUEUE-ROW-EX.
           ADD      1                   TO WS-AGED-CNT.

      *    THE OUTCOME STAMP IS WHEN THE ITEM WENT TO REPAIR OR HOLD;
      *    ROWS OLDER THAN THE STAMP AGE FROM INTAKE.
           IF       TFSSPTL-PROCDTE > ZERO
                    MOVE TFSSPTL-PROCDTE  TO WS-STS-DTE
                    MOVE TFSSPTL-PROCTIME TO WS-STS-TIM
           ELSE
                    MOVE TFSSPTL-INTDTE   TO WS-STS-DTE
                    MOVE TFSSPTL-INTTIM (1:6) TO WS-STS-TIM
           END-IF.
           IF       WS-STS-DTE < 16010101
                    GO TO B099-ONE-QUEUE-ROW-EX.
           COMPUTE  WS-AGE-MINS = WS-NOW-MINS -
                    (FUNCTION INTEGER-OF-DATE (WS-STS-DTE) * 1440
                     + (WS-STS-HH * 60) + WS-STS-MM).
           IF       WS-AGE-MINS < ZERO
                    MOVE ZERO           TO WS-AGE-MINS.
           IF       WS-AGE-MINS > 99999
                    MOVE 99999          TO WS-AGE-MINS.

           INITIALIZE                   WK-C-RMNT-RECORD.
           MOVE     "A"                 TO WK-C-RMNT-EVTTYP.
           MOVE     TFSSPTL-PARALNO     TO WK-N-RMNT-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-RMNT-SEQNUM.
           MOVE     TFSSPTL-PRCIND      TO WK-C-RMNT-PRCIND.
           MOVE     TFSSPTL-TAG59-V1    TO WK-C-RMNT-ACCNO.
           MOVE     TFSSPTL-CUYCD       TO WK-C-RMNT-CUYCD.
           MOVE     TFSSPTL-AMT         TO WK-N-RMNT-AMT.
           MOVE     TFSSPTL-LCAMT       TO WK-N-RMNT-LCAMT.
           MOVE     TFSSPTL-TAG50NM     TO WK-C-RMNT-REMITTER.
           MOVE     TFSSPTL-SENBNKID    TO WK-C-RMNT-SENBNKID.
           MOVE     WS-AGE-MINS         TO WK-N-RMNT-AGEMINS.
           MOVE     WS-DFT-MINS         TO WK-N-RMNT-DFTMINS.
           CALL     "TRFGRMNT"          USING WK-C-RMNT-RECORD.

           IF       WK-C-RMNT-KEYCLI = "Y"
                    ADD 1               TO WS-KEYCLI-CNT.
           IF       WK-C-RMNT-SENT = "Y"
                    ADD 1               TO WS-SENT-CNT
                    DISPLAY "  " TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
                            " " TFSSPTL-PRCIND " " WS-AGE-MINS
                            " MINS - RM NOTIFIED".
           IF       WK-C-RMNT-ERROR-CD NOT = SPACES
                    ADD 1               TO WS-ERR-CNT.

       B099-ONE-QUEUE-ROW-EX.
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
      *************** END OF PROGRAM SOURCE  GHRMAGE ***************
      ******************************************************************

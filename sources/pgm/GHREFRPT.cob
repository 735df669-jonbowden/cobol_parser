      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHREFRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MLRO BOARD-PACK REPORT FROM THE TFSREFRL
      *               REFERRAL REGISTER. LISTS EVERY REFERRAL STILL
      *               OPEN (AWAITING THE MLRO DECISION OR THE STR
      *               FILING) WITH ITS AGE, DEADLINE AND ANY FUNDS
      *               FREEZE, THEN EVERY STR FILED IN THE REPORT
      *               MONTH WITH ITS FILING REFERENCE AND WHETHER IT
      *               WENT IN AFTER THE DEADLINE, AND CLOSES WITH
      *               THE MONTH'S ESCALATION / DECISION / FILING
      *               COUNTS. REPORT MONTH COMES FROM THE LOCAL DATA
      *               AREA (RPTMONTH, CCYYMM) - BLANK MEANS THE LAST
      *               FULL MONTH.
      *NOTE        :  MODELLED ON GHMSTATS.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  STRR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSREFRL ASSIGN TO DATABASE-TFSREFRL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSREFRL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSREFRL-REC.
       01  TFSREFRL-REC.
           COPY DDS-ALL-FORMATS OF TFSREFRL.
       01  TFSREFRL-REC-1.
           COPY TFSREFRL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHREFRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTMONTH  PIC X(06).
           05 FILLER           PIC X(1018).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TODAY-9          PIC 9(08) VALUE ZEROES.
       01  WS-WORK-9           PIC 9(08) VALUE ZEROES.

       01  WS-RPTMONTH         PIC 9(06) VALUE ZEROES.
       01  WS-RPTMONTH-R       REDEFINES WS-RPTMONTH.
           05 WS-RPT-YYYY      PIC 9(04).
           05 WS-RPT-MM        PIC 9(02).
       01  WS-ITEM-MONTH       PIC 9(06) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-PASS             PIC X(01)  VALUE SPACE.
      *    O = OPEN-REFERRAL LISTING   S = STRS FILED IN THE MONTH

       01  WS-AGE-DAYS         PIC S9(05) VALUE ZERO.
       01  WS-LEFT-DAYS        PIC S9(05) VALUE ZERO.
       01  WS-AGE-ED           PIC ZZZ9.
       01  WS-LEFT-ED          PIC ----9.
       01  WS-AMT-ED           PIC Z(14)9.99-.
       01  WS-FLAG             PIC X(08) VALUE SPACES.

       01  WS-OPEN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-OVDU-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-FRZ-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-ESC-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-DECS-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-DECN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-FILED-CNT        PIC 9(07) VALUE ZEROES.
       01  WS-LATE-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHREFRPT".

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
           MOVE     WS-DATE-8           TO WS-TODAY-9.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-RESOLVE-PERIOD
              THRU  A199-RESOLVE-PERIOD-EX.

           DISPLAY  "GHREFRPT - OPEN REFERRALS AS AT " WS-DATE-8.
           DISPLAY  "GHREFRPT - ITEM        ST ESCALATED  BY        "
                    " AGE DUE DATE LEFT CCY            AMOUNT FREEZE".
           MOVE     "O"                 TO WS-PASS.
           PERFORM  B000-SCAN-REGISTER
              THRU  B099-SCAN-REGISTER-EX.

           DISPLAY  "GHREFRPT - STRS FILED IN " WS-RPTMONTH.
           DISPLAY  "GHREFRPT - ITEM        STR REFERENCE        FILED"
                    "    DUE DATE MLRO       CCY            AMOUNT".
           MOVE     "S"                 TO WS-PASS.
           PERFORM  B000-SCAN-REGISTER
              THRU  B099-SCAN-REGISTER-EX.

           DISPLAY  "GHREFRPT - REFERRALS OPEN               : "
                    WS-OPEN-CNT.
           DISPLAY  "GHREFRPT -   OF WHICH PAST DEADLINE     : "
                    WS-OVDU-CNT.
           DISPLAY  "GHREFRPT - FUNDS FREEZES IN PLACE       : "
                    WS-FRZ-CNT.
           DISPLAY  "GHREFRPT - ESCALATED IN MONTH           : "
                    WS-ESC-CNT.
           DISPLAY  "GHREFRPT - MLRO DECIDED TO FILE         : "
                    WS-DECS-CNT.
           DISPLAY  "GHREFRPT - MLRO DECIDED NO STR          : "
                    WS-DECN-CNT.
           DISPLAY  "GHREFRPT - STRS FILED IN MONTH          : "
                    WS-FILED-CNT.
           DISPLAY  "GHREFRPT -   OF WHICH AFTER DEADLINE    : "
                    WS-LATE-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-OPEN-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-RESOLVE-PERIOD.
      *---------------------------------------------------------------*
      *    REPORT MONTH FROM THE LDA, ELSE THE LAST FULL MONTH.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTMONTH NUMERIC
                    AND WS-LDA-RPTMONTH NOT = "000000"
                    MOVE WS-LDA-RPTMONTH TO WS-RPTMONTH
           ELSE
                    COMPUTE WS-RPTMONTH = WS-DATE-8 / 100
                    IF WS-RPT-MM = 1
                       SUBTRACT 1       FROM WS-RPT-YYYY
                       MOVE 12          TO WS-RPT-MM
                    ELSE
                       SUBTRACT 1       FROM WS-RPT-MM
                    END-IF
           END-IF.

           DISPLAY  "GHREFRPT - REFERRAL AND STR REGISTER REPORT FOR "
                    WS-RPTMONTH.

       A199-RESOLVE-PERIOD-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-SCAN-REGISTER.
      *---------------------------------------------------------------*
      *    ONE PASS PER SECTION SO EACH LISTING PRINTS TOGETHER.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSREFRL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHREFRPT - OPEN FILE ERROR - TFSREFRL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-REFERRAL
              THRU  B019-ONE-REFERRAL-EX
                    UNTIL WS-EOF.
           CLOSE    TFSREFRL.

       B099-SCAN-REGISTER-EX.
           EXIT.

       B010-ONE-REFERRAL.
           READ     TFSREFRL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-REFERRAL-EX.

           IF       WS-PASS = "O"
                    PERFORM C000-OPEN-REFERRAL
                       THRU C099-OPEN-REFERRAL-EX
           ELSE
                    PERFORM D000-MONTH-ACTIVITY
                       THRU D099-MONTH-ACTIVITY-EX
           END-IF.

       B019-ONE-REFERRAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-OPEN-REFERRAL.
      *---------------------------------------------------------------*
           IF       TFSREFRL-FRZIND = "F"
                    ADD  1              TO WS-FRZ-CNT.
           IF       TFSREFRL-REFSTAT NOT = "E"
                    AND TFSREFRL-REFSTAT NOT = "F"
                    GO TO C099-OPEN-REFERRAL-EX.
           ADD      1                   TO WS-OPEN-CNT.

           MOVE     TFSREFRL-ESCDTE     TO WS-WORK-9.
           COMPUTE  WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
                  - FUNCTION INTEGER-OF-DATE (WS-WORK-9).
           MOVE     WS-AGE-DAYS         TO WS-AGE-ED.
           MOVE     ZERO                TO WS-LEFT-DAYS.
           IF       TFSREFRL-DUEDTE > ZERO
                    MOVE TFSREFRL-DUEDTE TO WS-WORK-9
                    COMPUTE WS-LEFT-DAYS =
                            FUNCTION INTEGER-OF-DATE (WS-WORK-9)
                          - FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
           END-IF.
           MOVE     WS-LEFT-DAYS        TO WS-LEFT-ED.
           IF       WS-LEFT-DAYS < ZERO
                    ADD  1              TO WS-OVDU-CNT.

           MOVE     SPACES              TO WS-FLAG.
           IF       TFSREFRL-FRZIND = "F"
                    MOVE "FROZEN"       TO WS-FLAG.
           MOVE     TFSREFRL-AMT        TO WS-AMT-ED.

           DISPLAY  "GHREFRPT - " TFSREFRL-PARALNO "/"
                    TFSREFRL-SEQNUM " " TFSREFRL-REFSTAT "  "
                    TFSREFRL-ESCDTE " " TFSREFRL-ESCUSRID " "
                    WS-AGE-ED " " TFSREFRL-DUEDTE " " WS-LEFT-ED " "
                    TFSREFRL-CUYCD " " WS-AMT-ED " " WS-FLAG.

       C099-OPEN-REFERRAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-MONTH-ACTIVITY.
      *---------------------------------------------------------------*
           COMPUTE  WS-ITEM-MONTH = TFSREFRL-ESCDTE / 100.
           IF       WS-ITEM-MONTH = WS-RPTMONTH
                    ADD  1              TO WS-ESC-CNT.

           COMPUTE  WS-ITEM-MONTH = TFSREFRL-DECDTE / 100.
           IF       WS-ITEM-MONTH = WS-RPTMONTH
                    IF TFSREFRL-DECISION = "S"
                       ADD  1           TO WS-DECS-CNT
                    ELSE
                       ADD  1           TO WS-DECN-CNT
                    END-IF
           END-IF.

           IF       TFSREFRL-REFSTAT NOT = "S"
                    GO TO D099-MONTH-ACTIVITY-EX.
           COMPUTE  WS-ITEM-MONTH = TFSREFRL-STRDTE / 100.
           IF       WS-ITEM-MONTH NOT = WS-RPTMONTH
                    GO TO D099-MONTH-ACTIVITY-EX.

           ADD      1                   TO WS-FILED-CNT.
           MOVE     SPACES              TO WS-FLAG.
           IF       TFSREFRL-DUEDTE > ZERO
                    AND TFSREFRL-STRDTE > TFSREFRL-DUEDTE
                    ADD  1              TO WS-LATE-CNT
                    MOVE "LATE"         TO WS-FLAG.
           MOVE     TFSREFRL-AMT        TO WS-AMT-ED.

           DISPLAY  "GHREFRPT - " TFSREFRL-PARALNO "/"
                    TFSREFRL-SEQNUM " " TFSREFRL-STRREF " "
                    TFSREFRL-STRDTE " " TFSREFRL-DUEDTE " "
                    TFSREFRL-MLROUSRID " " TFSREFRL-CUYCD " "
                    WS-AMT-ED " " WS-FLAG.

       D099-MONTH-ACTIVITY-EX.
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
      *************** END OF PROGRAM SOURCE  GHREFRPT ***************
      ******************************************************************

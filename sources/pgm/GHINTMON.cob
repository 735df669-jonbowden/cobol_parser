      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHINTMON.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  INTAKE VOLUME ANOMALY MONITOR PER SENDING
      *               CORRESPONDENT. WHEN A CORRESPONDENT'S RMA BREAKS
      *               OR ITS GATEWAY STALLS, ITS TRAFFIC SIMPLY STOPS
      *               ARRIVING ON UFIMIJ - NOTHING FAILS HERE.
      *               BASELINE (UPSI-1 ON, NIGHTLY): REBUILDS
      *               TFSINTBSL FROM THE LAST INTVWEEK WEEKS OF THE
      *               UFIMIJ JOURNAL - MESSAGES, VALUE AND THE GAPS
      *               BETWEEN MESSAGES PER UFIMIJ-SENBNKID BY WEEKDAY
      *               AND HOUR OF ARRIVAL.
      *               MONITOR (UPSI-1 OFF, EVERY INTVFREQ MINUTES
      *               THROUGH THE DAY): COMPARES TODAY'S INTAKE WITH
      *               THE BASELINE FOR THIS WEEKDAY AND HOUR AND
      *               RAISES A TRFXALRT ALERT NAMING THE SENDER, THE
      *               USUAL VERSUS ACTUAL COUNT FOR THE HOUR AND THE
      *               LAST MESSAGE TIME WHEN
      *                 - A NORMALLY BUSY SENDER (INTVBUSY MESSAGES AN
      *                   HOUR OR MORE) HAS BEEN SILENT LONGER THAN
      *                   INTVGAPM TIMES ITS USUAL GAP (NEVER LESS THAN
      *                   INTVGAPF MINUTES), OR
      *                 - ITS COUNT OR VALUE THIS HOUR EXCEEDS
      *                   INTVSPKM TIMES THE USUAL (AT LEAST INTVSPKN
      *                   MESSAGES FOR A COUNT SPIKE).
      *               A CONDITION IS ALERTED ON THE FIRST RUN AFTER IT
      *               ARISES, NOT ON EVERY RUN WHILE IT LASTS.
      *               TUNING IS ON TFSAPLPA, READ THROUGH TRFXPARA.
      *NOTE        :  MODELLED ON GHJOBTRD / GHFDUPSC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  INTV01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    UPSI-1 IS UPSI-SWITCH-1
                           ON  STATUS IS U1-ON
                           OFF STATUS IS U1-OFF
                         UPSI-2 IS UPSI-SWITCH-2
                           ON  STATUS IS U2-ON
                           OFF STATUS IS U2-OFF.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UFIMIJ ASSIGN TO DATABASE-UFIMIJ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSINTBSL ASSIGN TO DATABASE-TFSINTBSL
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
       FD  TFSINTBSL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSINTBSL-REC.
       01  TFSINTBSL-REC.
           COPY DDS-ALL-FORMATS OF TFSINTBSL.
       01  TFSINTBSL-REC-1.
           COPY TFSINTBSL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHINTMON  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY XPARA.
       COPY ALRT.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-RAW-R REDEFINES WS-TIME-RAW.
           05 WS-TIME-HH       PIC 9(02).
           05 WS-TIME-MM       PIC 9(02).
           05 FILLER           PIC 9(04).
       01  WS-NOW-MINS         PIC S9(05) VALUE ZERO.
       01  WS-NOW-HOUR         PIC 9(02)  VALUE ZERO.
       01  WS-NOW-DOW          PIC 9(01)  VALUE ZERO.
       01  WS-PRV-MINS         PIC S9(05) VALUE ZERO.

       01  WS-FROM-DTE         PIC 9(08) VALUE ZEROES.
       01  WS-TO-DTE           PIC 9(08) VALUE ZEROES.
       01  WS-DTE-INT          PIC S9(09) COMP VALUE ZERO.

      * TUNING - DEFAULTS APPLY WHEN THE TFSAPLPA ROW IS NOT SET.
       01  WS-WEEKS            PIC 9(02) VALUE 4.
       01  WS-FREQ-MINS        PIC 9(03) VALUE 15.
       01  WS-BUSY-CNT         PIC 9(05) VALUE 3.
       01  WS-GAP-MULT         PIC 9(03) VALUE 3.
       01  WS-GAP-FLOOR        PIC 9(05) VALUE 20.
       01  WS-SPK-MULT         PIC 9(03) VALUE 3.
       01  WS-SPK-MINCNT       PIC 9(05) VALUE 10.

      * ONE UFIMIJ MESSAGE.
       01  WS-TIM-X            PIC 9(08) VALUE ZERO.
       01  WS-MSG-HH           PIC 9(02) VALUE ZERO.
       01  WS-MSG-MM           PIC 9(02) VALUE ZERO.
       01  WS-MSG-MINS         PIC S9(05) VALUE ZERO.
       01  WS-MSG-DOW          PIC 9(01) VALUE ZERO.
       01  WS-GAP-MINS         PIC S9(05) VALUE ZERO.

      * BASELINE BUILD - EACH SENDER'S PREVIOUS MESSAGE, FOR THE GAP.
       01  WS-LS-TAB.
           05 WS-LS-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-LS-ENT OCCURS 3000 TIMES.
              10 WS-LS-SENDER  PIC X(11).
              10 WS-LS-DTE     PIC S9(08).
              10 WS-LS-MINS    PIC S9(05).
       01  WS-LS-IX            PIC S9(04) COMP VALUE ZERO.

      * MONITOR - TODAY'S INTAKE PER SENDER. THE -PRV FIGURES ARE
      * THIS HOUR UP TO THE PREVIOUS RUN, SO A SPIKE IS ALERTED ONLY
      * WHEN IT FIRST APPEARS.
       01  WS-TD-TAB.
           05 WS-TD-CNT        PIC S9(04) COMP VALUE ZERO.
           05 WS-TD-ENT OCCURS 3000 TIMES.
              10 WS-TD-SENDER  PIC X(11).
              10 WS-TD-HRCNT   PIC 9(05).
              10 WS-TD-PRVCNT  PIC 9(05).
              10 WS-TD-HRVAL   PIC S9(15)V9(02).
              10 WS-TD-PRVVAL  PIC S9(15)V9(02).
              10 WS-TD-LASTMIN PIC S9(05).
              10 WS-TD-SEEN    PIC X(01).
              10 WS-TD-BASED   PIC X(01).
       01  WS-TD-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-TAB-MAX          PIC S9(04) COMP VALUE 3000.
       01  WS-IX               PIC S9(04) COMP VALUE ZERO.

      * USUAL FIGURES FOR THE SENDER BEING CHECKED.
       01  WS-EXP-CNT          PIC S9(07)V9(02) VALUE ZERO.
       01  WS-EXP-VAL          PIC S9(15)V9(02) VALUE ZERO.
       01  WS-EXP-GAP          PIC S9(07)V9(02) VALUE ZERO.
       01  WS-GAP-LIMIT        PIC S9(07)V9(02) VALUE ZERO.
       01  WS-SPK-LIMIT        PIC S9(09)V9(02) VALUE ZERO.
       01  WS-VAL-LIMIT        PIC S9(17)V9(02) VALUE ZERO.
       01  WS-SILENT-MINS      PIC S9(05) VALUE ZERO.
       01  WS-ACT-CNT          PIC 9(05) VALUE ZERO.
       01  WS-LAST-MINS        PIC S9(05) VALUE ZERO.

      * ALERT TEXT PIECES.
       01  WS-ALR-KIND         PIC X(14).
       01  WS-ALR-SENDER       PIC X(11).
       01  WS-ALR-EXP          PIC ZZZZ9.
       01  WS-ALR-ACT          PIC ZZZZ9.
       01  WS-ALR-LAST.
           05 WS-ALR-LAST-HH   PIC 9(02).
           05 FILLER           PIC X(01) VALUE ":".
           05 WS-ALR-LAST-MM   PIC 9(02).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-MSG-CNT          PIC 9(09) VALUE ZEROES.
       01  WS-ROW-CNT          PIC 9(09) VALUE ZEROES.
       01  WS-SILENT-CNT       PIC 9(05) VALUE ZEROES.
       01  WS-SPIKE-CNT        PIC 9(05) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHINTMON".

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
           SET      UPSI-SWITCH-2       TO OFF.
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           COMPUTE  WS-NOW-MINS = (WS-TIME-HH * 60) + WS-TIME-MM.
           MOVE     WS-TIME-HH          TO WS-NOW-HOUR.
      *    DAY OF WEEK FROM THE EPOCH DAY COUNT: DAY 1 (01/01/1601)
      *    WAS A MONDAY, SO REMAINDER 6 IS SATURDAY AND 0 SUNDAY.
           COMPUTE  WS-NOW-DOW = FUNCTION MOD
                    (FUNCTION INTEGER-OF-DATE (WS-DATE-8), 7).

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-LOAD-PARAMETERS
              THRU  A199-LOAD-PARAMETERS-EX.

      *    UPSI-1 ON = NIGHTLY BASELINE BUILD; OFF = INTRADAY MONITOR.
           IF       U1-ON
                    PERFORM B000-BUILD-BASELINE
                       THRU B099-BUILD-BASELINE-EX
           ELSE
                    PERFORM C000-MONITOR-INTAKE
                       THRU C099-MONITOR-INTAKE-EX
           END-IF.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-MSG-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-LOAD-PARAMETERS.
      *---------------------------------------------------------------*
      *    A PARAMETER NOT SET (OR OUT OF RANGE) KEEPS ITS DEFAULT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVWEEK"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 53
                    MOVE WK-N-XPARA-PARANUM TO WS-WEEKS.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVFREQ"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 241
                    MOVE WK-N-XPARA-PARANUM TO WS-FREQ-MINS.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVBUSY"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100000
                    MOVE WK-N-XPARA-PARANUM TO WS-BUSY-CNT.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVGAPM"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 1000
                    MOVE WK-N-XPARA-PARANUM TO WS-GAP-MULT.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVGAPF"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 1441
                    MOVE WK-N-XPARA-PARANUM TO WS-GAP-FLOOR.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVSPKM"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > 1
                    AND WK-N-XPARA-PARANUM < 1000
                    MOVE WK-N-XPARA-PARANUM TO WS-SPK-MULT.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "INTVSPKN"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100000
                    MOVE WK-N-XPARA-PARANUM TO WS-SPK-MINCNT.

       A199-LOAD-PARAMETERS-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-BUILD-BASELINE.
      *---------------------------------------------------------------*
      *    WHOLE WEEKS ENDING YESTERDAY, SO EVERY WEEKDAY IS SAMPLED
      *    THE SAME NUMBER OF TIMES. THE FILE IS CLEARED AND REBUILT.
      *---------------------------------------------------------------*
           COMPUTE  WS-DTE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-DATE-8).
           COMPUTE  WS-TO-DTE =
                    FUNCTION DATE-OF-INTEGER (WS-DTE-INT - 1).
           COMPUTE  WS-FROM-DTE =
                    FUNCTION DATE-OF-INTEGER
                    (WS-DTE-INT - (WS-WEEKS * 7)).
           DISPLAY  "GHINTMON - BUILDING BASELINE FROM "
                    WS-FROM-DTE " TO " WS-TO-DTE.

           OPEN     OUTPUT TFSINTBSL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - CLEAR FILE ERROR - TFSINTBSL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           CLOSE    TFSINTBSL.
           OPEN     I-O TFSINTBSL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - OPEN FILE ERROR - TFSINTBSL"
                    GO TO Y900-ABNORMAL-TERMINATION.

           OPEN     INPUT UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - OPEN FILE ERROR - UFIMIJ"
                    CLOSE TFSINTBSL
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-BUILD-ONE-MSG
              THRU  B019-BUILD-ONE-MSG-EX
                    UNTIL WS-EOF.
           CLOSE    UFIMIJ  TFSINTBSL.

           DISPLAY  "GHINTMON - MESSAGES SAMPLED   : " WS-MSG-CNT.
           DISPLAY  "GHINTMON - SENDERS            : " WS-LS-CNT.
           DISPLAY  "GHINTMON - BASELINE ROWS      : " WS-ROW-CNT.

       B099-BUILD-BASELINE-EX.
           EXIT.

       B010-BUILD-ONE-MSG.
           READ     UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-BUILD-ONE-MSG-EX.
           IF       UFIMIJ-INTDTE < WS-FROM-DTE
                    OR UFIMIJ-INTDTE > WS-TO-DTE
                    OR UFIMIJ-SENBNKID = SPACES
                    GO TO B019-BUILD-ONE-MSG-EX.
           ADD      1                   TO WS-MSG-CNT.

           PERFORM  X100-SPLIT-MSG-TIME
              THRU  X199-SPLIT-MSG-TIME-EX.
           COMPUTE  WS-MSG-DOW = FUNCTION MOD
                    (FUNCTION INTEGER-OF-DATE (UFIMIJ-INTDTE), 7).

      *    GAP FROM THE SENDER'S PREVIOUS MESSAGE OF THE SAME DAY.
           MOVE     -1                  TO WS-GAP-MINS.
           MOVE     ZERO                TO WS-LS-IX.
           PERFORM  B020-FIND-SENDER
              THRU  B029-FIND-SENDER-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-LS-CNT
                       OR WS-LS-IX > ZERO.
           IF       WS-LS-IX = ZERO
                    IF WS-LS-CNT NOT < WS-TAB-MAX
                       DISPLAY "GHINTMON - MORE THAN 3000 SENDERS"
                       CLOSE UFIMIJ  TFSINTBSL
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
                    ADD  1              TO WS-LS-CNT
                    MOVE WS-LS-CNT      TO WS-LS-IX
                    MOVE UFIMIJ-SENBNKID TO WS-LS-SENDER (WS-LS-IX)
           ELSE
                    IF WS-LS-DTE (WS-LS-IX) = UFIMIJ-INTDTE
                       AND WS-MSG-MINS NOT < WS-LS-MINS (WS-LS-IX)
                       COMPUTE WS-GAP-MINS =
                               WS-MSG-MINS - WS-LS-MINS (WS-LS-IX)
                    END-IF
           END-IF.
           MOVE     UFIMIJ-INTDTE       TO WS-LS-DTE (WS-LS-IX).
           MOVE     WS-MSG-MINS         TO WS-LS-MINS (WS-LS-IX).

           INITIALIZE                   TFSINTBSL-REC-1.
           MOVE     UFIMIJ-SENBNKID     TO TFSINTBSL-SENBNKID.
           MOVE     WS-MSG-DOW          TO TFSINTBSL-WEEKDAY.
           MOVE     WS-MSG-HH           TO TFSINTBSL-HOUR.
           READ     TFSINTBSL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    INITIALIZE          TFSINTBSL-REC-1
                    MOVE UFIMIJ-SENBNKID TO TFSINTBSL-SENBNKID
                    MOVE WS-MSG-DOW     TO TFSINTBSL-WEEKDAY
                    MOVE WS-MSG-HH      TO TFSINTBSL-HOUR
                    MOVE WS-WEEKS       TO TFSINTBSL-WEEKS
                    MOVE WS-DATE-8      TO TFSINTBSL-BLDDTE
                    PERFORM B030-ADD-TO-ROW
                       THRU B039-ADD-TO-ROW-EX
                    WRITE TFSINTBSL-REC-1
                    IF NOT WK-C-SUCCESSFUL
                       DISPLAY "GHINTMON - WRITE ERROR - TFSINTBSL"
                       CLOSE UFIMIJ  TFSINTBSL
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
                    ADD  1              TO WS-ROW-CNT
                    GO TO B019-BUILD-ONE-MSG-EX
           END-IF.

           PERFORM  B030-ADD-TO-ROW
              THRU  B039-ADD-TO-ROW-EX.
           REWRITE  TFSINTBSL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - REWRITE ERROR - TFSINTBSL"
                    CLOSE UFIMIJ  TFSINTBSL
                    GO TO Y900-ABNORMAL-TERMINATION.

       B019-BUILD-ONE-MSG-EX.
           EXIT.

       B020-FIND-SENDER.
           IF       WS-LS-SENDER (WS-IX) = UFIMIJ-SENBNKID
                    MOVE WS-IX          TO WS-LS-IX.

       B029-FIND-SENDER-EX.
           EXIT.

       B030-ADD-TO-ROW.
           ADD      1                   TO TFSINTBSL-MSGCNT.
           ADD      UFIMIJ-AMT          TO TFSINTBSL-VALTOT.
           IF       WS-GAP-MINS NOT < ZERO
                    ADD  1              TO TFSINTBSL-GAPCNT
                    ADD  WS-GAP-MINS    TO TFSINTBSL-GAPTOT
                    IF WS-GAP-MINS > TFSINTBSL-MAXGAP
                       MOVE WS-GAP-MINS TO TFSINTBSL-MAXGAP
                    END-IF
           END-IF.

       B039-ADD-TO-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-MONITOR-INTAKE.
      *---------------------------------------------------------------*
      *    TODAY'S INTAKE PER SENDER FIRST, THEN THE BASELINE ROWS
      *    FOR THIS WEEKDAY AND HOUR, THEN ANY SENDER ACTIVE THIS
      *    HOUR THAT HAS NO BASELINE FOR IT.
      *---------------------------------------------------------------*
           COMPUTE  WS-PRV-MINS = WS-NOW-MINS - WS-FREQ-MINS.
           DISPLAY  "GHINTMON - MONITOR " WS-DATE-8 " WEEKDAY "
                    WS-NOW-DOW " HOUR " WS-NOW-HOUR.

           OPEN     INPUT UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - OPEN FILE ERROR - UFIMIJ"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-TALLY-ONE-MSG
              THRU  C019-TALLY-ONE-MSG-EX
                    UNTIL WS-EOF.
           CLOSE    UFIMIJ.

           OPEN     INPUT TFSINTBSL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHINTMON - OPEN FILE ERROR - TFSINTBSL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C100-CHECK-ONE-BASELINE
              THRU  C199-CHECK-ONE-BASELINE-EX
                    UNTIL WS-EOF.
           CLOSE    TFSINTBSL.

           PERFORM  C300-CHECK-UNBASED-SENDER
              THRU  C399-CHECK-UNBASED-SENDER-EX
                    VARYING WS-TD-IX FROM 1 BY 1
                    UNTIL WS-TD-IX > WS-TD-CNT.

           DISPLAY  "GHINTMON - MESSAGES TODAY     : " WS-MSG-CNT.
           DISPLAY  "GHINTMON - SENDERS TODAY      : " WS-TD-CNT.
           DISPLAY  "GHINTMON - SILENCE ALERTS     : " WS-SILENT-CNT.
           DISPLAY  "GHINTMON - SPIKE ALERTS       : " WS-SPIKE-CNT.

       C099-MONITOR-INTAKE-EX.
           EXIT.

       C010-TALLY-ONE-MSG.
           READ     UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-TALLY-ONE-MSG-EX.
           IF       UFIMIJ-INTDTE NOT = WS-DATE-8
                    OR UFIMIJ-SENBNKID = SPACES
                    GO TO C019-TALLY-ONE-MSG-EX.
           ADD      1                   TO WS-MSG-CNT.
           PERFORM  X100-SPLIT-MSG-TIME
              THRU  X199-SPLIT-MSG-TIME-EX.

           PERFORM  X200-FIND-TODAY-SENDER
              THRU  X299-FIND-TODAY-SENDER-EX.
           IF       WS-TD-IX = ZERO
                    IF WS-TD-CNT NOT < WS-TAB-MAX
                       DISPLAY "GHINTMON - MORE THAN 3000 SENDERS"
                       CLOSE UFIMIJ
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
                    ADD  1              TO WS-TD-CNT
                    MOVE WS-TD-CNT      TO WS-TD-IX
                    INITIALIZE          WS-TD-ENT (WS-TD-IX)
                    MOVE UFIMIJ-SENBNKID TO WS-TD-SENDER (WS-TD-IX)
                    MOVE "N"            TO WS-TD-BASED (WS-TD-IX)
           END-IF.

           MOVE     "Y"                 TO WS-TD-SEEN (WS-TD-IX).
           IF       WS-MSG-MINS > WS-TD-LASTMIN (WS-TD-IX)
                    MOVE WS-MSG-MINS    TO WS-TD-LASTMIN (WS-TD-IX).
           IF       WS-MSG-HH = WS-NOW-HOUR
                    ADD  1              TO WS-TD-HRCNT (WS-TD-IX)
                    ADD  UFIMIJ-AMT     TO WS-TD-HRVAL (WS-TD-IX)
                    IF WS-MSG-MINS < WS-PRV-MINS
                       ADD 1            TO WS-TD-PRVCNT (WS-TD-IX)
                       ADD UFIMIJ-AMT   TO WS-TD-PRVVAL (WS-TD-IX)
                    END-IF
           END-IF.

       C019-TALLY-ONE-MSG-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-CHECK-ONE-BASELINE.
      *---------------------------------------------------------------*
           READ     TFSINTBSL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C199-CHECK-ONE-BASELINE-EX.
           IF       TFSINTBSL-WEEKDAY NOT = WS-NOW-DOW
                    OR TFSINTBSL-HOUR NOT = WS-NOW-HOUR
                    OR TFSINTBSL-WEEKS = ZERO
                    GO TO C199-CHECK-ONE-BASELINE-EX.

           COMPUTE  WS-EXP-CNT ROUNDED =
                    TFSINTBSL-MSGCNT / TFSINTBSL-WEEKS.
           COMPUTE  WS-EXP-VAL ROUNDED =
                    TFSINTBSL-VALTOT / TFSINTBSL-WEEKS.
           MOVE     ZERO                TO WS-EXP-GAP.
           IF       TFSINTBSL-GAPCNT > ZERO
                    COMPUTE WS-EXP-GAP ROUNDED =
                            TFSINTBSL-GAPTOT / TFSINTBSL-GAPCNT.

           MOVE     TFSINTBSL-SENBNKID  TO WS-ALR-SENDER.
           PERFORM  X210-FIND-BY-NAME
              THRU  X219-FIND-BY-NAME-EX.
           IF       WS-TD-IX > ZERO
                    MOVE "Y"            TO WS-TD-BASED (WS-TD-IX)
                    MOVE WS-TD-HRCNT (WS-TD-IX) TO WS-ACT-CNT
                    MOVE WS-TD-LASTMIN (WS-TD-IX) TO WS-LAST-MINS
           ELSE
                    MOVE ZERO           TO WS-ACT-CNT
                    MOVE -1             TO WS-LAST-MINS
           END-IF.

           PERFORM  C110-CHECK-SILENCE
              THRU  C119-CHECK-SILENCE-EX.
           IF       WS-TD-IX > ZERO
                    PERFORM C120-CHECK-SPIKE
                       THRU C129-CHECK-SPIKE-EX
           END-IF.

       C199-CHECK-ONE-BASELINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C110-CHECK-SILENCE.
      *---------------------------------------------------------------*
      *    ONLY A NORMALLY BUSY SENDER CAN GO SILENT. THE SILENCE
      *    RUNS FROM ITS LAST MESSAGE TODAY - OR, IF NOTHING HAS COME
      *    IN TODAY, FROM THE START OF THIS HOUR, SO A SENDER DARK
      *    ALL DAY IS RAISED ONCE IN EACH OF ITS BUSY HOURS. IT IS
      *    ALERTED ON THE FIRST RUN AFTER IT PASSES THE LIMIT.
      *---------------------------------------------------------------*
           IF       WS-EXP-CNT < WS-BUSY-CNT
                    GO TO C119-CHECK-SILENCE-EX.

           COMPUTE  WS-GAP-LIMIT = WS-EXP-GAP * WS-GAP-MULT.
           IF       WS-GAP-LIMIT < WS-GAP-FLOOR
                    MOVE WS-GAP-FLOOR   TO WS-GAP-LIMIT.

           IF       WS-LAST-MINS < ZERO
                    COMPUTE WS-SILENT-MINS =
                            WS-NOW-MINS - (WS-NOW-HOUR * 60)
           ELSE
                    COMPUTE WS-SILENT-MINS =
                            WS-NOW-MINS - WS-LAST-MINS
           END-IF.
           IF       WS-SILENT-MINS NOT > WS-GAP-LIMIT
                    OR WS-SILENT-MINS - WS-FREQ-MINS > WS-GAP-LIMIT
                    GO TO C119-CHECK-SILENCE-EX.

           MOVE     "INTAKE SILENT "    TO WS-ALR-KIND.
           PERFORM  X300-RAISE-ALERT
              THRU  X399-RAISE-ALERT-EX.
           ADD      1                   TO WS-SILENT-CNT.
           DISPLAY  "GHINTMON - SILENT " WS-ALR-SENDER " FOR "
                    WS-SILENT-MINS " MINS, LIMIT " WS-GAP-LIMIT
                    " (USUAL GAP " WS-EXP-GAP ")".

       C119-CHECK-SILENCE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C120-CHECK-SPIKE.
      *---------------------------------------------------------------*
      *    COUNT OR VALUE THIS HOUR WELL ABOVE THE USUAL - ALERTED
      *    WHEN THE PREVIOUS RUN'S FIGURES WERE STILL UNDER THE LIMIT.
      *---------------------------------------------------------------*
           COMPUTE  WS-SPK-LIMIT = WS-EXP-CNT * WS-SPK-MULT.
           IF       WS-ACT-CNT NOT < WS-SPK-MINCNT
                    AND WS-ACT-CNT > WS-SPK-LIMIT
                    AND (WS-TD-PRVCNT (WS-TD-IX) NOT > WS-SPK-LIMIT
                         OR WS-TD-PRVCNT (WS-TD-IX) < WS-SPK-MINCNT)
                    MOVE "INTAKE VOL UP "  TO WS-ALR-KIND
                    PERFORM X300-RAISE-ALERT
                       THRU X399-RAISE-ALERT-EX
                    ADD  1              TO WS-SPIKE-CNT
                    DISPLAY "GHINTMON - VOLUME SPIKE " WS-ALR-SENDER
                            " " WS-ACT-CNT " THIS HOUR, USUAL "
                            WS-EXP-CNT
                    GO TO C129-CHECK-SPIKE-EX
           END-IF.

           IF       WS-EXP-VAL NOT > ZERO
                    GO TO C129-CHECK-SPIKE-EX.
           COMPUTE  WS-VAL-LIMIT = WS-EXP-VAL * WS-SPK-MULT.
           IF       WS-TD-HRVAL (WS-TD-IX) > WS-VAL-LIMIT
                    AND WS-TD-PRVVAL (WS-TD-IX) NOT > WS-VAL-LIMIT
                    MOVE "INTAKE VAL UP "  TO WS-ALR-KIND
                    PERFORM X300-RAISE-ALERT
                       THRU X399-RAISE-ALERT-EX
                    ADD  1              TO WS-SPIKE-CNT
                    DISPLAY "GHINTMON - VALUE SPIKE " WS-ALR-SENDER
                            " " WS-TD-HRVAL (WS-TD-IX)
                            " THIS HOUR, USUAL " WS-EXP-VAL
           END-IF.

       C129-CHECK-SPIKE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C300-CHECK-UNBASED-SENDER.
      *---------------------------------------------------------------*
      *    A SENDER WITH TRAFFIC THIS HOUR BUT NO BASELINE FOR IT
      *    (NEW, OR AN HOUR IT NEVER USES) HAS A USUAL OF ZERO - A
      *    BURST OF INTVSPKN OR MORE IS A SPIKE.
      *---------------------------------------------------------------*
           IF       WS-TD-BASED (WS-TD-IX) = "Y"
                    OR WS-TD-HRCNT (WS-TD-IX) = ZERO
                    GO TO C399-CHECK-UNBASED-SENDER-EX.
           MOVE     WS-TD-SENDER (WS-TD-IX) TO WS-ALR-SENDER.
           MOVE     ZERO                TO WS-EXP-CNT.
           MOVE     WS-TD-HRCNT (WS-TD-IX)  TO WS-ACT-CNT.
           MOVE     WS-TD-LASTMIN (WS-TD-IX) TO WS-LAST-MINS.
           IF       WS-ACT-CNT NOT < WS-SPK-MINCNT
                    AND WS-TD-PRVCNT (WS-TD-IX) < WS-SPK-MINCNT
                    MOVE "INTAKE VOL UP "  TO WS-ALR-KIND
                    PERFORM X300-RAISE-ALERT
                       THRU X399-RAISE-ALERT-EX
                    ADD  1              TO WS-SPIKE-CNT
                    DISPLAY "GHINTMON - VOLUME SPIKE " WS-ALR-SENDER
                            " " WS-ACT-CNT " THIS HOUR, NO BASELINE"
           END-IF.

       C399-CHECK-UNBASED-SENDER-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-SPLIT-MSG-TIME.
      *---------------------------------------------------------------*
           MOVE     UFIMIJ-INTTIM       TO WS-TIM-X.
           MOVE     WS-TIM-X (1:2)      TO WS-MSG-HH.
           MOVE     WS-TIM-X (3:2)      TO WS-MSG-MM.
           COMPUTE  WS-MSG-MINS = (WS-MSG-HH * 60) + WS-MSG-MM.

       X199-SPLIT-MSG-TIME-EX.
           EXIT.

      *---------------------------------------------------------------*
       X200-FIND-TODAY-SENDER.
      *---------------------------------------------------------------*
           MOVE     UFIMIJ-SENBNKID     TO WS-ALR-SENDER.
           PERFORM  X210-FIND-BY-NAME
              THRU  X219-FIND-BY-NAME-EX.

       X299-FIND-TODAY-SENDER-EX.
           EXIT.

      *---------------------------------------------------------------*
       X210-FIND-BY-NAME.
      *---------------------------------------------------------------*
      *    WS-ALR-SENDER IN, WS-TD-IX OUT (ZERO = NOT IN TODAY'S
      *    TABLE).
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-TD-IX.
           PERFORM  X220-MATCH-ONE
              THRU  X229-MATCH-ONE-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-TD-CNT
                       OR WS-TD-IX > ZERO.

       X219-FIND-BY-NAME-EX.
           EXIT.

       X220-MATCH-ONE.
           IF       WS-TD-SENDER (WS-IX) = WS-ALR-SENDER
                    MOVE WS-IX          TO WS-TD-IX.

       X229-MATCH-ONE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X300-RAISE-ALERT.
      *---------------------------------------------------------------*
      *    SENDER, USUAL AND ACTUAL COUNT FOR THE HOUR, LAST MESSAGE
      *    TIME TODAY (--:-- WHEN NONE).
      *---------------------------------------------------------------*
           MOVE     WS-EXP-CNT          TO WS-ALR-EXP.
           MOVE     WS-ACT-CNT          TO WS-ALR-ACT.
           IF       WS-LAST-MINS < ZERO
                    MOVE "--:--"        TO WS-ALR-LAST
           ELSE
                    DIVIDE WS-LAST-MINS BY 60
                           GIVING WS-ALR-LAST-HH
                           REMAINDER WS-ALR-LAST-MM
           END-IF.

           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   WS-ALR-KIND         DELIMITED BY SIZE
                    WS-ALR-SENDER       DELIMITED BY SIZE
                    " EXP/HR "          DELIMITED BY SIZE
                    WS-ALR-EXP          DELIMITED BY SIZE
                    " ACT "             DELIMITED BY SIZE
                    WS-ALR-ACT          DELIMITED BY SIZE
                    " LAST "            DELIMITED BY SIZE
                    WS-ALR-LAST         DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.

       X399-RAISE-ALERT-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           SET      UPSI-SWITCH-2       TO ON.
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
      *************** END OF PROGRAM SOURCE  GHINTMON ***************
      ******************************************************************

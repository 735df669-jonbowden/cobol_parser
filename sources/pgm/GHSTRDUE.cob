      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHSTRDUE.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DAILY STR FILING-DEADLINE MONITOR. READS THE
      *               TFSREFRL REFERRAL REGISTER AND, FOR EVERY
      *               REFERRAL STILL AWAITING THE MLRO DECISION OR
      *               THE STR FILING, RAISES AN ALERT ON THE TFSALERT
      *               HUB THROUGH TRFXALRT: A WARNING WHEN THE
      *               REGULATORY DEADLINE IS WITHIN STRWARNDAY DAYS
      *               (SYSTEM PARAMETER, DEFAULT 3) AND A CRITICAL
      *               ONCE IT HAS PASSED.
      *NOTE        :  MODELLED ON GHSLAESC / GHMSTATS.
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
       SPECIAL-NAMES.    UPSI-2 IS UPSI-SWITCH-2
                           ON  STATUS IS U2-ON
                           OFF STATUS IS U2-OFF.

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
           "** PROGRAM GHSTRDUE  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY ALRT.
       COPY XGSPA.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TODAY-9          PIC 9(08) VALUE ZEROES.
       01  WS-DUE-9            PIC 9(08) VALUE ZEROES.

       01  WS-WARN-DAYS        PIC 9(03) VALUE 3.
       01  WS-WARN-PARCD       PIC X(10) VALUE "STRWARNDAY".
       01  WS-DAYS-LEFT        PIC S9(05) VALUE ZERO.
       01  WS-DAYS-ED          PIC ZZZ9.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-OPEN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-WARN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-OVDU-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHSTRDUE".

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

           INITIALIZE                   WK-C-XGSPA-RECORD.
           MOVE     WS-WARN-PARCD       TO WK-C-XGSPA-GHPARCD.
           CALL     "TRFXGSPA"          USING WK-C-XGSPA-RECORD.
           IF       WK-C-XGSPA-ERROR-CD = SPACES
                    AND WK-N-XGSPA-GHPARNUM NOT < ZERO
                    AND WK-N-XGSPA-GHPARNUM < 1000
                    MOVE WK-N-XGSPA-GHPARNUM TO WS-WARN-DAYS.

           OPEN     INPUT TFSREFRL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSTRDUE - OPEN FILE ERROR - TFSREFRL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-CHECK-ONE-REFERRAL
              THRU  B099-CHECK-ONE-REFERRAL-EX
                    UNTIL WS-EOF.
           CLOSE    TFSREFRL.

           DISPLAY  "GHSTRDUE - OPEN REFERRALS      : " WS-OPEN-CNT.
           DISPLAY  "GHSTRDUE - DUE WITHIN " WS-WARN-DAYS
                    " DAYS     : " WS-WARN-CNT.
           DISPLAY  "GHSTRDUE - FILING OVERDUE      : " WS-OVDU-CNT.

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
       B000-CHECK-ONE-REFERRAL.
      *---------------------------------------------------------------*
      *    THE DEADLINE RUNS UNTIL THE STR IS FILED - A REFERRAL
      *    STILL WITH THE MLRO (E) IS AS MUCH AT RISK AS ONE DECIDED
      *    BUT NOT YET FILED (F).
      *---------------------------------------------------------------*
           READ     TFSREFRL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-CHECK-ONE-REFERRAL-EX.
           IF       TFSREFRL-REFSTAT NOT = "E"
                    AND TFSREFRL-REFSTAT NOT = "F"
                    GO TO B099-CHECK-ONE-REFERRAL-EX.
           ADD      1                   TO WS-OPEN-CNT.
           IF       TFSREFRL-DUEDTE NOT > ZERO
                    GO TO B099-CHECK-ONE-REFERRAL-EX.

           MOVE     TFSREFRL-DUEDTE     TO WS-DUE-9.
           COMPUTE  WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE (WS-DUE-9)
                  - FUNCTION INTEGER-OF-DATE (WS-TODAY-9).
           IF       WS-DAYS-LEFT > WS-WARN-DAYS
                    GO TO B099-CHECK-ONE-REFERRAL-EX.

           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     "GHSTRDUE"          TO WK-C-ALRT-SOURCE.
           IF       WS-DAYS-LEFT < ZERO
                    ADD  1              TO WS-OVDU-CNT
                    MOVE "1"            TO WK-C-ALRT-SEVERITY
                    STRING "STR FILING OVERDUE ITEM "
                                              DELIMITED BY SIZE
                           TFSREFRL-PARALNO   DELIMITED BY SIZE
                           "/"                DELIMITED BY SIZE
                           TFSREFRL-SEQNUM    DELIMITED BY SIZE
                           " DUE "            DELIMITED BY SIZE
                           WS-DUE-9           DELIMITED BY SIZE
                           INTO WK-C-ALRT-TEXT
                    END-STRING
           ELSE
                    ADD  1              TO WS-WARN-CNT
                    MOVE WS-DAYS-LEFT   TO WS-DAYS-ED
                    MOVE "2"            TO WK-C-ALRT-SEVERITY
                    STRING "STR FILING DUE ITEM "
                                              DELIMITED BY SIZE
                           TFSREFRL-PARALNO   DELIMITED BY SIZE
                           "/"                DELIMITED BY SIZE
                           TFSREFRL-SEQNUM    DELIMITED BY SIZE
                           " IN"              DELIMITED BY SIZE
                           WS-DAYS-ED         DELIMITED BY SIZE
                           " DAYS"            DELIMITED BY SIZE
                           INTO WK-C-ALRT-TEXT
                    END-STRING
           END-IF.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHSTRDUE - " WK-C-ALRT-TEXT.

       B099-CHECK-ONE-REFERRAL-EX.
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
      *************** END OF PROGRAM SOURCE  GHSTRDUE ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHOPSPRD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  OPS OFFICER PRODUCTIVITY AND QUALITY REPORT FOR
      *               TEAM LEADERS, WEEKLY OR MONTHLY, PER OFFICER AND
      *               PER TEAM (TFSOFCTM):
      *                 - ITEMS WORKED (REPAIR ASSIGNMENTS RECEIVED,
      *                   TFSASSIGN) AND ITEMS RELEASED (TRFGRRLS
      *                   RE-RELEASES ON TFSSTHST)
      *                 - MEDIAN AND 90TH PERCENTILE MINUTES FROM THE
      *                   ITEM'S LATEST ASSIGNMENT TO ITS RELEASE
      *                 - REASSIGNMENTS AWAY FROM THE OFFICER (A
      *                   SUPERVISOR MOVING AN ITEM TO SOMEONE ELSE)
      *                 - QC SAMPLES GRADED AND THE FAIL RATE
      *                   (TFSQCSMP FINDINGS)
      *                 - THE THREE REASON CODES THE OFFICER WAS MOST
      *                   OFTEN ASSIGNED
      *               THE LOCAL DATA AREA GIVES RPTTYP (W = WEEK, THE
      *               DEFAULT; M = CALENDAR MONTH) AND RPTDATE
      *               (CCYYMMDD). A WEEK IS THE 7 DAYS ENDING RPTDATE;
      *               A MONTH IS THE CALENDAR MONTH HOLDING RPTDATE.
      *               BLANK RPTDATE MEANS THE WEEK ENDING YESTERDAY OR
      *               THE PREVIOUS CALENDAR MONTH.
      *NOTE        :  MODELLED ON GHQCSRPT AND GHLATRPT (PERCENTILES).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OPRD01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSASSIGN ASSIGN TO DATABASE-TFSASSIGN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTHST ASSIGN TO DATABASE-TFSSTHST
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSQCSMP ASSIGN TO DATABASE-TFSQCSMP
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOFCTM ASSIGN TO DATABASE-TFSOFCTM
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSASSIGN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSASSIGN-REC.
       01  TFSASSIGN-REC.
           COPY DDS-ALL-FORMATS OF TFSASSIGN.
       01  TFSASSIGN-REC-1.
           COPY TFSASSIGN.
       FD  TFSSTHST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTHST-REC.
       01  TFSSTHST-REC.
           COPY DDS-ALL-FORMATS OF TFSSTHST.
       01  TFSSTHST-REC-1.
           COPY TFSSTHST.
       FD  TFSQCSMP
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSQCSMP-REC.
       01  TFSQCSMP-REC.
           COPY DDS-ALL-FORMATS OF TFSQCSMP.
       01  TFSQCSMP-REC-1.
           COPY TFSQCSMP.
       FD  TFSOFCTM
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOFCTM-REC.
       01  TFSOFCTM-REC.
           COPY DDS-ALL-FORMATS OF TFSOFCTM.
       01  TFSOFCTM-REC-1.
           COPY TFSOFCTM.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHOPSPRD  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTTYP    PIC X(01).
           05 WS-LDA-RPTDATE   PIC X(08).
           05 FILLER           PIC X(1015).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-RPTTYP           PIC X(01)  VALUE "W".
       01  WS-RPTDATE          PIC 9(08)  VALUE ZEROES.
       01  WS-FROMDTE          PIC 9(08)  VALUE ZEROES.
       01  WS-TODTE            PIC 9(08)  VALUE ZEROES.
       01  WS-LOOKDTE          PIC 9(08)  VALUE ZEROES.
       01  WS-NEXTMTH          PIC 9(08)  VALUE ZEROES.
      * ASSIGNMENTS THIS MANY DAYS BEFORE THE PERIOD ARE STILL READ,
      * SO AN ITEM PICKED UP LATE IN THE LAST PERIOD AND RELEASED IN
      * THIS ONE KEEPS ITS HANDLING TIME.
       01  WS-LOOK-DAYS        PIC 9(03)  VALUE 30.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-FULL-SW          PIC X(01)  VALUE "N".

       01  WS-KEY-USRID        PIC X(10)  VALUE SPACES.
       01  WS-ASG-MIN          PIC S9(11) COMP VALUE ZERO.
       01  WS-RLS-MIN          PIC S9(11) COMP VALUE ZERO.
       01  WS-HH               PIC S9(04) COMP VALUE ZERO.
       01  WS-MM               PIC S9(04) COMP VALUE ZERO.

      * LATEST ASSIGNMENT PER ITEM, IN TFSASSIGN ARRIVAL ORDER.
       77  WS-IT-MAX           PIC S9(04) COMP VALUE 5000.
       77  WS-IT-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-IT-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-IT-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-IT-TABLE.
           05 WS-IT-ENTRY      OCCURS 5000.
              10 WS-IT-PARALNO    PIC 9(08).
              10 WS-IT-SEQNUM     PIC 9(02).
              10 WS-IT-OFF        PIC X(10).
              10 WS-IT-ASGDTE     PIC S9(08).
              10 WS-IT-ASGTIME    PIC S9(06).

      * OFFICERS, EACH KEEPING UP TO 300 HANDLING TIMES (MINUTES)
      * FOR THE PERCENTILE CUTS.
       77  WS-OF-MAX           PIC S9(04) COMP VALUE 100.
       77  WS-OF-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-OF-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-OF-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-OF-TABLE.
           05 WS-OF-ENTRY      OCCURS 100.
              10 WS-OF-USRID      PIC X(10).
              10 WS-OF-TEAMIX     PIC S9(04) COMP.
              10 WS-OF-WORKED     PIC S9(05) COMP.
              10 WS-OF-RELEASED   PIC S9(05) COMP.
              10 WS-OF-REASSIGN   PIC S9(05) COMP.
              10 WS-OF-QCGRADED   PIC S9(05) COMP.
              10 WS-OF-QCFAIL     PIC S9(05) COMP.
              10 WS-OF-N          PIC S9(04) COMP.
              10 WS-OF-SAMPLE     PIC S9(07) COMP OCCURS 300.

      * OFFICER / REASON CODE ASSIGNMENT COUNTS.
       77  WS-OR-MAX           PIC S9(04) COMP VALUE 600.
       77  WS-OR-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-OR-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-OR-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-OR-TABLE.
           05 WS-OR-ENTRY      OCCURS 600.
              10 WS-OR-OFIX       PIC S9(04) COMP.
              10 WS-OR-RSNCDE     PIC X(07).
              10 WS-OR-CNT-N      PIC S9(05) COMP.
       01  WS-TOP-IX1          PIC S9(04) COMP VALUE ZERO.
       01  WS-TOP-IX2          PIC S9(04) COMP VALUE ZERO.
       01  WS-TOP-BEST         PIC S9(04) COMP VALUE ZERO.
       01  WS-TOP-RANK         PIC S9(04) COMP VALUE ZERO.
       01  WS-TOP-LINE         PIC X(60)  VALUE SPACES.
       01  WS-TOP-PTR          PIC S9(04) COMP VALUE 1.

      * TEAMS FROM TFSOFCTM.
       77  WS-TM-MAX           PIC S9(04) COMP VALUE 30.
       77  WS-TM-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-TM-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-TM-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-TM-TABLE.
           05 WS-TM-ENTRY      OCCURS 30.
              10 WS-TM-TEAMID     PIC X(06).
              10 WS-TM-TEAMNM     PIC X(30).
              10 WS-TM-LEAD       PIC X(10).
       01  WS-TEAMID           PIC X(06)  VALUE SPACES.
       01  WS-TEAMNM           PIC X(30)  VALUE SPACES.
       01  WS-TEAMLEAD         PIC X(10)  VALUE SPACES.

      * TEAM TOTALS AND THE WORK ARRAY THE PERCENTILES ARE CUT FROM.
       01  WS-TT-WORKED        PIC S9(07) COMP VALUE ZERO.
       01  WS-TT-RELEASED      PIC S9(07) COMP VALUE ZERO.
       01  WS-TT-REASSIGN      PIC S9(07) COMP VALUE ZERO.
       01  WS-TT-QCGRADED      PIC S9(07) COMP VALUE ZERO.
       01  WS-TT-QCFAIL        PIC S9(07) COMP VALUE ZERO.
       77  WS-TW-MAX           PIC S9(04) COMP VALUE 3000.
       77  WS-TW-N             PIC S9(04) COMP VALUE ZERO.
       01  WS-TW-TABLE.
           05 WS-TW-SAMPLE     PIC S9(07) COMP OCCURS 3000.
       01  WS-TT-TABLE.
           05 WS-TT-SAMPLE     PIC S9(07) COMP OCCURS 3000.
       77  WS-TT-N             PIC S9(04) COMP VALUE ZERO.

       01  WS-S-I              PIC S9(04) COMP VALUE ZERO.
       01  WS-S-J              PIC S9(04) COMP VALUE ZERO.
       01  WS-S-SWAP           PIC S9(07) COMP VALUE ZERO.
       01  WS-PCT-IX           PIC S9(04) COMP VALUE ZERO.
       01  WS-P50              PIC S9(07) COMP VALUE ZERO.
       01  WS-P90              PIC S9(07) COMP VALUE ZERO.

      * ONE PRINTED LINE.
       01  WS-PL-NAME          PIC X(10)  VALUE SPACES.
       01  WS-PL-WORKED        PIC S9(07) COMP VALUE ZERO.
       01  WS-PL-RELEASED      PIC S9(07) COMP VALUE ZERO.
       01  WS-PL-REASSIGN      PIC S9(07) COMP VALUE ZERO.
       01  WS-PL-QCGRADED      PIC S9(07) COMP VALUE ZERO.
       01  WS-PL-QCFAIL        PIC S9(07) COMP VALUE ZERO.
       01  WS-ED-WORKED        PIC Z(05)9.
       01  WS-ED-RELEASED      PIC Z(05)9.
       01  WS-ED-REASSIGN      PIC Z(05)9.
       01  WS-ED-P50           PIC Z(06)9.
       01  WS-ED-P90           PIC Z(06)9.
       01  WS-ED-QCGRADED      PIC Z(05)9.
       01  WS-ED-QCFAIL        PIC Z(05)9.
       01  WS-ED-FAILPCT       PIC ZZ9.9.
       01  WS-ED-FAILTXT REDEFINES WS-ED-FAILPCT
                               PIC X(05).
       01  WS-ED-N             PIC Z(04)9.

       77  WS-RLS-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHOPSPRD".

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

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-SET-PERIOD
              THRU  A199-SET-PERIOD-EX.

           OPEN     INPUT TFSASSIGN  TFSSTHST  TFSQCSMP  TFSOFCTM.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHOPSPRD - OPEN FILE ERROR - INPUT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-ONE-ASSIGNMENT
              THRU  B099-READ-ONE-ASSIGNMENT-EX
                    UNTIL WS-EOF.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C000-READ-ONE-HISTORY
              THRU  C099-READ-ONE-HISTORY-EX
                    UNTIL WS-EOF.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D000-READ-ONE-SAMPLE
              THRU  D099-READ-ONE-SAMPLE-EX
                    UNTIL WS-EOF.
           PERFORM  E000-PLACE-ONE-OFFICER
              THRU  E099-PLACE-ONE-OFFICER-EX
                    VARYING WS-OF-IX FROM 1 BY 1
                    UNTIL WS-OF-IX > WS-OF-CNT.

           DISPLAY  "GHOPSPRD - OPS PRODUCTIVITY AND QUALITY - "
                    WS-RPTTYP " " WS-FROMDTE " TO " WS-TODTE.
           PERFORM  F000-PRINT-ONE-TEAM
              THRU  F099-PRINT-ONE-TEAM-EX
                    VARYING WS-TM-IX FROM 1 BY 1
                    UNTIL WS-TM-IX > WS-TM-CNT.
           DISPLAY  " ".
           DISPLAY  "GHOPSPRD - OFFICERS REPORTED        : "
                    WS-OF-CNT.
           DISPLAY  "GHOPSPRD - RELEASES IN THE PERIOD   : "
                    WS-RLS-CNT.

           MOVE     WS-RLS-CNT          TO WK-N-JLOG-ITEMCNT.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-SET-PERIOD.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTTYP = "M"
                    MOVE "M"            TO WS-RPTTYP.
           MOVE     ZEROES              TO WS-RPTDATE.
           IF       WS-LDA-RPTDATE NUMERIC
                    AND WS-LDA-RPTDATE NOT = "00000000"
                    MOVE WS-LDA-RPTDATE TO WS-RPTDATE.

           IF       WS-RPTTYP = "M"
                    GO TO A150-MONTH.

           IF       WS-RPTDATE = ZERO
                    COMPUTE WS-RPTDATE = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8)
                             - 1)
           END-IF.
           MOVE     WS-RPTDATE          TO WS-TODTE.
           COMPUTE  WS-FROMDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-TODTE) - 6).
           GO TO    A190-LOOKBACK.

       A150-MONTH.
           IF       WS-RPTDATE = ZERO
                    COMPUTE WS-TODTE =
                            (WS-RUN-DATE-8 / 100) * 100 + 1
                    COMPUTE WS-TODTE = FUNCTION DATE-OF-INTEGER
                            (FUNCTION INTEGER-OF-DATE (WS-TODTE) - 1)
                    COMPUTE WS-FROMDTE = (WS-TODTE / 100) * 100 + 1
                    GO TO A190-LOOKBACK
           END-IF.
           COMPUTE  WS-FROMDTE = (WS-RPTDATE / 100) * 100 + 1.
           IF       WS-FROMDTE (5:2) = "12"
                    COMPUTE WS-NEXTMTH =
                            (WS-FROMDTE / 10000 + 1) * 10000 + 101
           ELSE
                    COMPUTE WS-NEXTMTH = WS-FROMDTE + 100
           END-IF.
           COMPUTE  WS-TODTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-NEXTMTH) - 1).

       A190-LOOKBACK.
           COMPUTE  WS-LOOKDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-FROMDTE)
                     - WS-LOOK-DAYS).

       A199-SET-PERIOD-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-ONE-ASSIGNMENT.
      *---------------------------------------------------------------*
           READ     TFSASSIGN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-READ-ONE-ASSIGNMENT-EX.
           IF       TFSASSIGN-ASGDTE < WS-LOOKDTE
                    OR TFSASSIGN-ASGDTE > WS-TODTE
                    GO TO B099-READ-ONE-ASSIGNMENT-EX.

           PERFORM  B100-FIND-ITEM
              THRU  B199-FIND-ITEM-EX.

           IF       TFSASSIGN-ASGDTE < WS-FROMDTE
                    GO TO B050-KEEP-LATEST.

           MOVE     TFSASSIGN-OFFUSRID  TO WS-KEY-USRID.
           PERFORM  G000-FIND-OFFICER
              THRU  G099-FIND-OFFICER-EX.
           IF       WS-OF-FND > ZERO
                    ADD  1              TO WS-OF-WORKED (WS-OF-FND)
                    PERFORM G100-COUNT-REASON
                       THRU G199-COUNT-REASON-EX
           END-IF.

      *    A SUPERVISOR'S ROW (ASGBY SET) TAKING THE ITEM FROM
      *    SOMEONE ELSE COUNTS AGAINST THAT OFFICER.
           IF       TFSASSIGN-ASGBY NOT = SPACES
                    AND WS-IT-FND > ZERO
                    AND WS-IT-OFF (WS-IT-FND) NOT = TFSASSIGN-OFFUSRID
                    MOVE WS-IT-OFF (WS-IT-FND) TO WS-KEY-USRID
                    PERFORM G000-FIND-OFFICER
                       THRU G099-FIND-OFFICER-EX
                    IF WS-OF-FND > ZERO
                       ADD 1            TO WS-OF-REASSIGN (WS-OF-FND)
                    END-IF
           END-IF.

       B050-KEEP-LATEST.
           IF       WS-IT-FND = ZERO
                    IF WS-IT-CNT >= WS-IT-MAX
                       IF WS-FULL-SW = "N"
                          MOVE "Y"      TO WS-FULL-SW
                          DISPLAY "GHOPSPRD - ITEM TABLE FULL - "
                                  "HANDLING TIMES INCOMPLETE"
                       END-IF
                       GO TO B099-READ-ONE-ASSIGNMENT-EX
                    END-IF
                    ADD  1              TO WS-IT-CNT
                    MOVE WS-IT-CNT      TO WS-IT-FND
                    MOVE TFSASSIGN-QUENUM TO WS-IT-PARALNO (WS-IT-FND)
                    MOVE TFSASSIGN-QUESUF TO WS-IT-SEQNUM (WS-IT-FND)
           END-IF.
           MOVE     TFSASSIGN-OFFUSRID  TO WS-IT-OFF (WS-IT-FND).
           MOVE     TFSASSIGN-ASGDTE    TO WS-IT-ASGDTE (WS-IT-FND).
           MOVE     TFSASSIGN-ASGTIME   TO WS-IT-ASGTIME (WS-IT-FND).

       B099-READ-ONE-ASSIGNMENT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-FIND-ITEM.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-IT-FND.
           PERFORM  B110-MATCH-ITEM
              THRU  B119-MATCH-ITEM-EX
                    VARYING WS-IT-IX FROM 1 BY 1
                    UNTIL WS-IT-IX > WS-IT-CNT
                       OR WS-IT-FND > ZERO.

       B199-FIND-ITEM-EX.
           EXIT.

       B110-MATCH-ITEM.
           IF       WS-IT-PARALNO (WS-IT-IX) = TFSASSIGN-QUENUM
                    AND WS-IT-SEQNUM (WS-IT-IX) = TFSASSIGN-QUESUF
                    MOVE WS-IT-IX       TO WS-IT-FND.

       B119-MATCH-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-READ-ONE-HISTORY.
      *---------------------------------------------------------------*
      *    A RELEASE IS TRFGRRLS MOVING THE ITEM OUT OF REPAIR, LOGGED
      *    WITH THE RELEASING OFFICER.
           READ     TFSSTHST.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C099-READ-ONE-HISTORY-EX.
           IF       TFSSTHST-PGMID NOT = "TRFGRRLS"
                    OR TFSSTHST-OLDPRC NOT = "R"
                    OR TFSSTHST-NEWPRC NOT = SPACE
                    OR TFSSTHST-USERID = SPACES
                    OR TFSSTHST-EVTDTE < WS-FROMDTE
                    OR TFSSTHST-EVTDTE > WS-TODTE
                    GO TO C099-READ-ONE-HISTORY-EX.

           ADD      1                   TO WS-RLS-CNT.
           MOVE     TFSSTHST-USERID     TO WS-KEY-USRID.
           PERFORM  G000-FIND-OFFICER
              THRU  G099-FIND-OFFICER-EX.
           IF       WS-OF-FND = ZERO
                    GO TO C099-READ-ONE-HISTORY-EX.
           ADD      1                   TO WS-OF-RELEASED (WS-OF-FND).

           MOVE     TFSSTHST-PARALNO    TO TFSASSIGN-QUENUM.
           MOVE     TFSSTHST-SEQNUM     TO TFSASSIGN-QUESUF.
           PERFORM  B100-FIND-ITEM
              THRU  B199-FIND-ITEM-EX.
           IF       WS-IT-FND = ZERO
                    OR WS-OF-N (WS-OF-FND) >= 300
                    GO TO C099-READ-ONE-HISTORY-EX.

           COMPUTE  WS-HH = TFSSTHST-EVTTIME / 10000.
           COMPUTE  WS-MM = (TFSSTHST-EVTTIME - WS-HH * 10000) / 100.
           COMPUTE  WS-RLS-MIN =
                    FUNCTION INTEGER-OF-DATE (TFSSTHST-EVTDTE) * 1440
                    + WS-HH * 60 + WS-MM.
           COMPUTE  WS-HH = WS-IT-ASGTIME (WS-IT-FND) / 10000.
           COMPUTE  WS-MM = (WS-IT-ASGTIME (WS-IT-FND)
                             - WS-HH * 10000) / 100.
           COMPUTE  WS-ASG-MIN =
                    FUNCTION INTEGER-OF-DATE (WS-IT-ASGDTE (WS-IT-FND))
                    * 1440 + WS-HH * 60 + WS-MM.
      *    THE LATEST ASSIGNMENT MAY POSTDATE THIS RELEASE (THE ITEM
      *    CAME BACK TO REPAIR) - NO SAMPLE THEN.
           IF       WS-ASG-MIN > WS-RLS-MIN
                    GO TO C099-READ-ONE-HISTORY-EX.
           ADD      1                   TO WS-OF-N (WS-OF-FND).
           COMPUTE  WS-OF-SAMPLE (WS-OF-FND, WS-OF-N (WS-OF-FND)) =
                    WS-RLS-MIN - WS-ASG-MIN.

       C099-READ-ONE-HISTORY-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-READ-ONE-SAMPLE.
      *---------------------------------------------------------------*
           READ     TFSQCSMP.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D099-READ-ONE-SAMPLE-EX.
           IF       TFSQCSMP-RLSDTE < WS-FROMDTE
                    OR TFSQCSMP-RLSDTE > WS-TODTE
                    OR (TFSQCSMP-STATUS NOT = "G"
                        AND TFSQCSMP-STATUS NOT = "F")
                    GO TO D099-READ-ONE-SAMPLE-EX.

           MOVE     TFSQCSMP-RLSUSRID   TO WS-KEY-USRID.
           PERFORM  G000-FIND-OFFICER
              THRU  G099-FIND-OFFICER-EX.
           IF       WS-OF-FND = ZERO
                    GO TO D099-READ-ONE-SAMPLE-EX.
           ADD      1                   TO WS-OF-QCGRADED (WS-OF-FND).
           IF       TFSQCSMP-STATUS = "F"
                    ADD  1              TO WS-OF-QCFAIL (WS-OF-FND).

       D099-READ-ONE-SAMPLE-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-PLACE-ONE-OFFICER.
      *---------------------------------------------------------------*
           MOVE     "*NONE*"            TO WS-TEAMID.
           MOVE     "NOT ON TFSOFCTM"   TO WS-TEAMNM.
           MOVE     SPACES              TO WS-TEAMLEAD.
           INITIALIZE                   TFSOFCTM-REC-1.
           MOVE     WS-OF-USRID (WS-OF-IX) TO TFSOFCTM-OFFUSRID.
           READ     TFSOFCTM KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    AND TFSOFCTM-TEAMID NOT = SPACES
                    MOVE TFSOFCTM-TEAMID    TO WS-TEAMID
                    MOVE TFSOFCTM-TEAMNM    TO WS-TEAMNM
                    MOVE TFSOFCTM-LEADUSRID TO WS-TEAMLEAD
           END-IF.

           MOVE     ZERO                TO WS-TM-FND.
           PERFORM  E100-MATCH-TEAM
              THRU  E199-MATCH-TEAM-EX
                    VARYING WS-TM-IX FROM 1 BY 1
                    UNTIL WS-TM-IX > WS-TM-CNT
                       OR WS-TM-FND > ZERO.
           IF       WS-TM-FND = ZERO
                    AND WS-TM-CNT < WS-TM-MAX
                    ADD  1              TO WS-TM-CNT
                    MOVE WS-TM-CNT      TO WS-TM-FND
                    MOVE WS-TEAMID      TO WS-TM-TEAMID (WS-TM-FND)
                    MOVE WS-TEAMNM      TO WS-TM-TEAMNM (WS-TM-FND)
                    MOVE WS-TEAMLEAD    TO WS-TM-LEAD (WS-TM-FND)
           END-IF.
           IF       WS-TM-FND = ZERO
                    DISPLAY "GHOPSPRD - TEAM TABLE FULL - "
                            WS-OF-USRID (WS-OF-IX) " NOT REPORTED"
           END-IF.
           MOVE     WS-TM-FND           TO WS-OF-TEAMIX (WS-OF-IX).

       E099-PLACE-ONE-OFFICER-EX.
           EXIT.

       E100-MATCH-TEAM.
           IF       WS-TM-TEAMID (WS-TM-IX) = WS-TEAMID
                    MOVE WS-TM-IX       TO WS-TM-FND.

       E199-MATCH-TEAM-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-PRINT-ONE-TEAM.
      *---------------------------------------------------------------*
           DISPLAY  " ".
           DISPLAY  "TEAM " WS-TM-TEAMID (WS-TM-IX) " "
                    WS-TM-TEAMNM (WS-TM-IX) " LEADER "
                    WS-TM-LEAD (WS-TM-IX).
           DISPLAY  "OFFICER    WORKED RELSED REASGN P50 MIN P90 MIN"
                    " QC GRD QCFAIL FAIL%".
           MOVE     ZERO                TO WS-TT-WORKED
                                           WS-TT-RELEASED
                                           WS-TT-REASSIGN
                                           WS-TT-QCGRADED
                                           WS-TT-QCFAIL
                                           WS-TT-N.
           PERFORM  F100-PRINT-ONE-OFFICER
              THRU  F199-PRINT-ONE-OFFICER-EX
                    VARYING WS-OF-IX FROM 1 BY 1
                    UNTIL WS-OF-IX > WS-OF-CNT.

      *    THE TEAM LINE CUTS ITS PERCENTILES FROM ALL ITS OFFICERS'
      *    HANDLING TIMES TOGETHER.
           MOVE     WS-TT-N             TO WS-TW-N.
           PERFORM  F300-COPY-TEAM-SAMPLE
              THRU  F399-COPY-TEAM-SAMPLE-EX
                    VARYING WS-S-I FROM 1 BY 1
                    UNTIL WS-S-I > WS-TW-N.
           MOVE     "TEAM TOTAL"        TO WS-PL-NAME.
           MOVE     WS-TT-WORKED        TO WS-PL-WORKED.
           MOVE     WS-TT-RELEASED      TO WS-PL-RELEASED.
           MOVE     WS-TT-REASSIGN      TO WS-PL-REASSIGN.
           MOVE     WS-TT-QCGRADED      TO WS-PL-QCGRADED.
           MOVE     WS-TT-QCFAIL        TO WS-PL-QCFAIL.
           PERFORM  H000-PRINT-LINE
              THRU  H099-PRINT-LINE-EX.

       F099-PRINT-ONE-TEAM-EX.
           EXIT.

      *---------------------------------------------------------------*
       F100-PRINT-ONE-OFFICER.
      *---------------------------------------------------------------*
           IF       WS-OF-TEAMIX (WS-OF-IX) NOT = WS-TM-IX
                    GO TO F199-PRINT-ONE-OFFICER-EX.

           ADD      WS-OF-WORKED (WS-OF-IX)   TO WS-TT-WORKED.
           ADD      WS-OF-RELEASED (WS-OF-IX) TO WS-TT-RELEASED.
           ADD      WS-OF-REASSIGN (WS-OF-IX) TO WS-TT-REASSIGN.
           ADD      WS-OF-QCGRADED (WS-OF-IX) TO WS-TT-QCGRADED.
           ADD      WS-OF-QCFAIL (WS-OF-IX)   TO WS-TT-QCFAIL.

           MOVE     WS-OF-N (WS-OF-IX)  TO WS-TW-N.
           PERFORM  F200-COPY-OFFICER-SAMPLE
              THRU  F299-COPY-OFFICER-SAMPLE-EX
                    VARYING WS-S-I FROM 1 BY 1
                    UNTIL WS-S-I > WS-TW-N.

           MOVE     WS-OF-USRID (WS-OF-IX)    TO WS-PL-NAME.
           MOVE     WS-OF-WORKED (WS-OF-IX)   TO WS-PL-WORKED.
           MOVE     WS-OF-RELEASED (WS-OF-IX) TO WS-PL-RELEASED.
           MOVE     WS-OF-REASSIGN (WS-OF-IX) TO WS-PL-REASSIGN.
           MOVE     WS-OF-QCGRADED (WS-OF-IX) TO WS-PL-QCGRADED.
           MOVE     WS-OF-QCFAIL (WS-OF-IX)   TO WS-PL-QCFAIL.
           PERFORM  H000-PRINT-LINE
              THRU  H099-PRINT-LINE-EX.

           PERFORM  F400-TOP-REASONS
              THRU  F499-TOP-REASONS-EX.

       F199-PRINT-ONE-OFFICER-EX.
           EXIT.

       F200-COPY-OFFICER-SAMPLE.
           MOVE     WS-OF-SAMPLE (WS-OF-IX, WS-S-I)
                                        TO WS-TW-SAMPLE (WS-S-I).
           IF       WS-TT-N < WS-TW-MAX
                    ADD  1              TO WS-TT-N
                    MOVE WS-OF-SAMPLE (WS-OF-IX, WS-S-I)
                                        TO WS-TT-SAMPLE (WS-TT-N)
           END-IF.

       F299-COPY-OFFICER-SAMPLE-EX.
           EXIT.

       F300-COPY-TEAM-SAMPLE.
           MOVE     WS-TT-SAMPLE (WS-S-I) TO WS-TW-SAMPLE (WS-S-I).

       F399-COPY-TEAM-SAMPLE-EX.
           EXIT.

      *---------------------------------------------------------------*
       F400-TOP-REASONS.
      *---------------------------------------------------------------*
      *    THE THREE REASON CODES MOST OFTEN ASSIGNED TO THE OFFICER.
           MOVE     ZERO                TO WS-TOP-IX1
                                           WS-TOP-IX2.
           MOVE     SPACES              TO WS-TOP-LINE.
           MOVE     1                   TO WS-TOP-PTR.
           PERFORM  F410-PICK-ONE-REASON
              THRU  F419-PICK-ONE-REASON-EX
                    VARYING WS-TOP-RANK FROM 1 BY 1
                    UNTIL WS-TOP-RANK > 3.
           IF       WS-TOP-LINE NOT = SPACES
                    DISPLAY "           TOP REASONS " WS-TOP-LINE.

       F499-TOP-REASONS-EX.
           EXIT.

       F410-PICK-ONE-REASON.
           MOVE     ZERO                TO WS-TOP-BEST.
           PERFORM  F420-TRY-ONE-REASON
              THRU  F429-TRY-ONE-REASON-EX
                    VARYING WS-OR-IX FROM 1 BY 1
                    UNTIL WS-OR-IX > WS-OR-CNT.
           IF       WS-TOP-BEST = ZERO
                    MOVE 4              TO WS-TOP-RANK
                    GO TO F419-PICK-ONE-REASON-EX.
           MOVE     WS-OR-CNT-N (WS-TOP-BEST) TO WS-ED-N.
           STRING   WS-OR-RSNCDE (WS-TOP-BEST) DELIMITED BY SIZE
                    " ("                DELIMITED BY SIZE
                    WS-ED-N             DELIMITED BY SIZE
                    ")  "               DELIMITED BY SIZE
                    INTO WS-TOP-LINE WITH POINTER WS-TOP-PTR.
           IF       WS-TOP-RANK = 1
                    MOVE WS-TOP-BEST    TO WS-TOP-IX1
           ELSE
                    MOVE WS-TOP-BEST    TO WS-TOP-IX2
           END-IF.

       F419-PICK-ONE-REASON-EX.
           EXIT.

       F420-TRY-ONE-REASON.
           IF       WS-OR-OFIX (WS-OR-IX) NOT = WS-OF-IX
                    OR WS-OR-IX = WS-TOP-IX1
                    OR WS-OR-IX = WS-TOP-IX2
                    GO TO F429-TRY-ONE-REASON-EX.
           IF       WS-TOP-BEST = ZERO
                    MOVE WS-OR-IX       TO WS-TOP-BEST
                    GO TO F429-TRY-ONE-REASON-EX.
           IF       WS-OR-CNT-N (WS-OR-IX) > WS-OR-CNT-N (WS-TOP-BEST)
                    MOVE WS-OR-IX       TO WS-TOP-BEST.

       F429-TRY-ONE-REASON-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-FIND-OFFICER.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-OF-FND.
           PERFORM  G010-MATCH-OFFICER
              THRU  G019-MATCH-OFFICER-EX
                    VARYING WS-OF-IX FROM 1 BY 1
                    UNTIL WS-OF-IX > WS-OF-CNT
                       OR WS-OF-FND > ZERO.
           IF       WS-OF-FND > ZERO
                    GO TO G099-FIND-OFFICER-EX.
           IF       WS-OF-CNT >= WS-OF-MAX
                    DISPLAY "GHOPSPRD - OFFICER TABLE FULL - "
                            WS-KEY-USRID " NOT REPORTED"
                    GO TO G099-FIND-OFFICER-EX.
           ADD      1                   TO WS-OF-CNT.
           MOVE     WS-OF-CNT           TO WS-OF-FND.
           MOVE     WS-KEY-USRID        TO WS-OF-USRID (WS-OF-FND).
           MOVE     ZERO                TO WS-OF-TEAMIX (WS-OF-FND)
                                           WS-OF-WORKED (WS-OF-FND)
                                           WS-OF-RELEASED (WS-OF-FND)
                                           WS-OF-REASSIGN (WS-OF-FND)
                                           WS-OF-QCGRADED (WS-OF-FND)
                                           WS-OF-QCFAIL (WS-OF-FND)
                                           WS-OF-N (WS-OF-FND).

       G099-FIND-OFFICER-EX.
           EXIT.

       G010-MATCH-OFFICER.
           IF       WS-OF-USRID (WS-OF-IX) = WS-KEY-USRID
                    MOVE WS-OF-IX       TO WS-OF-FND.

       G019-MATCH-OFFICER-EX.
           EXIT.

      *---------------------------------------------------------------*
       G100-COUNT-REASON.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-OR-FND.
           PERFORM  G110-MATCH-REASON
              THRU  G119-MATCH-REASON-EX
                    VARYING WS-OR-IX FROM 1 BY 1
                    UNTIL WS-OR-IX > WS-OR-CNT
                       OR WS-OR-FND > ZERO.
           IF       WS-OR-FND = ZERO
                    IF WS-OR-CNT >= WS-OR-MAX
                       GO TO G199-COUNT-REASON-EX
                    END-IF
                    ADD  1              TO WS-OR-CNT
                    MOVE WS-OR-CNT      TO WS-OR-FND
                    MOVE WS-OF-FND      TO WS-OR-OFIX (WS-OR-FND)
                    MOVE TFSASSIGN-RSNCDE TO WS-OR-RSNCDE (WS-OR-FND)
                    MOVE ZERO           TO WS-OR-CNT-N (WS-OR-FND)
           END-IF.
           ADD      1                   TO WS-OR-CNT-N (WS-OR-FND).

       G199-COUNT-REASON-EX.
           EXIT.

       G110-MATCH-REASON.
           IF       WS-OR-OFIX (WS-OR-IX) = WS-OF-FND
                    AND WS-OR-RSNCDE (WS-OR-IX) = TFSASSIGN-RSNCDE
                    MOVE WS-OR-IX       TO WS-OR-FND.

       G119-MATCH-REASON-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-PRINT-LINE.
      *---------------------------------------------------------------*
      *    PERCENTILES FROM THE WS-TW WORK ARRAY, LOADED BY THE CALLER.
           MOVE     ZERO                TO WS-P50
                                           WS-P90.
           IF       WS-TW-N > ZERO
                    PERFORM H100-SORT-SAMPLES
                       THRU H199-SORT-SAMPLES-EX
                    COMPUTE WS-PCT-IX = (WS-TW-N * 50 + 99) / 100
                    MOVE WS-TW-SAMPLE (WS-PCT-IX) TO WS-P50
                    COMPUTE WS-PCT-IX = (WS-TW-N * 90 + 99) / 100
                    MOVE WS-TW-SAMPLE (WS-PCT-IX) TO WS-P90
           END-IF.

           MOVE     WS-PL-WORKED        TO WS-ED-WORKED.
           MOVE     WS-PL-RELEASED      TO WS-ED-RELEASED.
           MOVE     WS-PL-REASSIGN      TO WS-ED-REASSIGN.
           MOVE     WS-P50              TO WS-ED-P50.
           MOVE     WS-P90              TO WS-ED-P90.
           MOVE     WS-PL-QCGRADED      TO WS-ED-QCGRADED.
           MOVE     WS-PL-QCFAIL        TO WS-ED-QCFAIL.
           IF       WS-PL-QCGRADED > ZERO
                    COMPUTE WS-ED-FAILPCT ROUNDED =
                            WS-PL-QCFAIL * 100 / WS-PL-QCGRADED
           ELSE
                    MOVE "    -"        TO WS-ED-FAILTXT
           END-IF.
           DISPLAY  WS-PL-NAME " " WS-ED-WORKED " " WS-ED-RELEASED
                    " " WS-ED-REASSIGN " " WS-ED-P50 " " WS-ED-P90
                    " " WS-ED-QCGRADED " " WS-ED-QCFAIL " "
                    WS-ED-FAILTXT.

       H099-PRINT-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       H100-SORT-SAMPLES.
      *---------------------------------------------------------------*
      *    STRAIGHT EXCHANGE SORT, AS GHLATRPT.
      *---------------------------------------------------------------*
           IF       WS-TW-N < 2
                    GO TO H199-SORT-SAMPLES-EX.
           PERFORM  H110-ONE-PASS
              THRU  H119-ONE-PASS-EX
                    VARYING WS-S-I FROM 1 BY 1
                    UNTIL WS-S-I >= WS-TW-N.

       H199-SORT-SAMPLES-EX.
           EXIT.

       H110-ONE-PASS.
           PERFORM  H120-COMPARE-SWAP
              THRU  H129-COMPARE-SWAP-EX
                    VARYING WS-S-J FROM 1 BY 1
                    UNTIL WS-S-J >= WS-TW-N.

       H119-ONE-PASS-EX.
           EXIT.

       H120-COMPARE-SWAP.
           IF       WS-TW-SAMPLE (WS-S-J) > WS-TW-SAMPLE (WS-S-J + 1)
                    MOVE WS-TW-SAMPLE (WS-S-J)     TO WS-S-SWAP
                    MOVE WS-TW-SAMPLE (WS-S-J + 1)
                      TO WS-TW-SAMPLE (WS-S-J)
                    MOVE WS-S-SWAP
                      TO WS-TW-SAMPLE (WS-S-J + 1)
           END-IF.

       H129-COMPARE-SWAP-EX.
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
           CLOSE    TFSASSIGN  TFSSTHST  TFSQCSMP  TFSOFCTM.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHOPSPRD ***************
      ******************************************************************

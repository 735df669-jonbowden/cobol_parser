      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHSODRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  SEGREGATION-OF-DUTIES CONFLICT REPORT. TRFXAUTH
      *               DECIDES ONE USER AND ONE FUNCTION AT A TIME, SO
      *               NOTHING STOPS ONE USER HOLDING BOTH HALVES OF A
      *               CONTROL. EVERY USER'S LIVE TFSFNAUTH GRANTS
      *               (ALLOWIND "Y", NOT EXPIRED) ARE MATCHED AGAINST
      *               THE ACTIVE TFSSODRUL FUNCTION PAIRS AND EVERY
      *               USER HOLDING BOTH FUNCTIONS OF A PAIR IS LISTED
      *               WITH THE RULE BROKEN.
      *NOTE        :  MODELLED ON GHQCSRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  SODR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSODRUL ASSIGN TO DATABASE-TFSSODRUL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFNAUTH ASSIGN TO DATABASE-TFSFNAUTH
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSODRUL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSODRUL-REC.
       01  TFSSODRUL-REC.
           COPY DDS-ALL-FORMATS OF TFSSODRUL.
       01  TFSSODRUL-REC-1.
           COPY TFSSODRUL.
       FD  TFSFNAUTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFNAUTH-REC.
       01  TFSFNAUTH-REC.
           COPY DDS-ALL-FORMATS OF TFSFNAUTH.
       01  TFSFNAUTH-REC-1.
           COPY TFSFNAUTH.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHSODRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * ACTIVE CONFLICT RULES.
       77  WS-RL-MAX           PIC S9(04) COMP VALUE 200.
       77  WS-RL-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-RL-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY      OCCURS 200.
              10 WS-RL-FUNCTA     PIC X(08).
              10 WS-RL-FUNCTB     PIC X(08).
              10 WS-RL-DESC       PIC X(40).

      * LIVE GRANTS OF THE USER IN HAND.
       01  WS-CUR-USERID       PIC X(10)  VALUE SPACES.
       77  WS-UF-MAX           PIC S9(04) COMP VALUE 60.
       77  WS-UF-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-UF-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-UF-TABLE.
           05 WS-UF-FUNCTID    PIC X(08)  OCCURS 60.
       01  WS-KEY-FUNCTID      PIC X(08)  VALUE SPACES.
       01  WS-HAS-A-SW         PIC X(01)  VALUE "N".
       01  WS-HAS-B-SW         PIC X(01)  VALUE "N".
       01  WS-FND-SW           PIC X(01)  VALUE "N".
       01  WS-USR-HIT-SW       PIC X(01)  VALUE "N".

       77  WS-USR-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-HIT-USR-CNT      PIC S9(07) COMP VALUE ZERO.
       77  WS-HIT-CNT          PIC S9(07) COMP VALUE ZERO.

       01  WS-JOBNAME          PIC X(10) VALUE "GHSODRPT".

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

           OPEN     INPUT TFSSODRUL  TFSFNAUTH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHSODRPT - OPEN FILE ERROR - INPUT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-LOAD-ONE-RULE
              THRU  B099-LOAD-ONE-RULE-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHSODRPT - SEGREGATION OF DUTIES CONFLICTS "
                    WS-RUN-DATE-8.
           DISPLAY  "ACTIVE RULES : " WS-RL-CNT.
           DISPLAY  " ".
           DISPLAY  "USERID     FUNCTION FUNCTION RULE".

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C000-READ-ONE-GRANT
              THRU  C099-READ-ONE-GRANT-EX
                    UNTIL WS-EOF.
           IF       WS-CUR-USERID NOT = SPACES
                    PERFORM D000-CHECK-USER
                       THRU D099-CHECK-USER-EX
           END-IF.

           DISPLAY  " ".
           DISPLAY  "GHSODRPT - USERS WITH LIVE GRANTS   : "
                    WS-USR-CNT.
           DISPLAY  "GHSODRPT - USERS IN CONFLICT        : "
                    WS-HIT-USR-CNT.
           DISPLAY  "GHSODRPT - CONFLICTING PAIRS HELD   : "
                    WS-HIT-CNT.

           MOVE     WS-HIT-CNT          TO WK-N-JLOG-ITEMCNT.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-ONE-RULE.
      *---------------------------------------------------------------*
           READ     TFSSODRUL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-LOAD-ONE-RULE-EX.
           IF       TFSSODRUL-ACTIVE NOT = "Y"
                    GO TO B099-LOAD-ONE-RULE-EX.
           IF       WS-RL-CNT >= WS-RL-MAX
                    DISPLAY "GHSODRPT - RULE TABLE FULL - "
                            TFSSODRUL-FUNCTA "/" TFSSODRUL-FUNCTB
                            " NOT CHECKED"
                    GO TO B099-LOAD-ONE-RULE-EX.
           ADD      1                   TO WS-RL-CNT.
           MOVE     TFSSODRUL-FUNCTA    TO WS-RL-FUNCTA (WS-RL-CNT).
           MOVE     TFSSODRUL-FUNCTB    TO WS-RL-FUNCTB (WS-RL-CNT).
           MOVE     TFSSODRUL-RULEDESC  TO WS-RL-DESC (WS-RL-CNT).

       B099-LOAD-ONE-RULE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-READ-ONE-GRANT.
      *---------------------------------------------------------------*
      *    TFSFNAUTH IS READ IN KEY ORDER, SO A USER'S ROWS ARRIVE
      *    TOGETHER.
           READ     TFSFNAUTH NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C099-READ-ONE-GRANT-EX.
      *    A DENIED OR EXPIRED ROW GIVES NO RIGHT - SAME TEST AS
      *    TRFXAUTH.
           IF       TFSFNAUTH-ALLOWIND NOT = "Y"
                    OR (TFSFNAUTH-EXPDTE NOT = ZEROES
                        AND TFSFNAUTH-EXPDTE < WS-RUN-DATE-8)
                    GO TO C099-READ-ONE-GRANT-EX.

           IF       TFSFNAUTH-USERID NOT = WS-CUR-USERID
                    IF WS-CUR-USERID NOT = SPACES
                       PERFORM D000-CHECK-USER
                          THRU D099-CHECK-USER-EX
                    END-IF
                    MOVE TFSFNAUTH-USERID TO WS-CUR-USERID
                    MOVE ZERO           TO WS-UF-CNT
                    ADD  1              TO WS-USR-CNT
           END-IF.
           IF       WS-UF-CNT >= WS-UF-MAX
                    DISPLAY "GHSODRPT - GRANT TABLE FULL - "
                            WS-CUR-USERID " " TFSFNAUTH-FUNCTID
                            " NOT CHECKED"
                    GO TO C099-READ-ONE-GRANT-EX.
           ADD      1                   TO WS-UF-CNT.
           MOVE     TFSFNAUTH-FUNCTID   TO WS-UF-FUNCTID (WS-UF-CNT).

       C099-READ-ONE-GRANT-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-CHECK-USER.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-USR-HIT-SW.
           PERFORM  D100-CHECK-ONE-RULE
              THRU  D199-CHECK-ONE-RULE-EX
                    VARYING WS-RL-IX FROM 1 BY 1
                    UNTIL WS-RL-IX > WS-RL-CNT.
           IF       WS-USR-HIT-SW = "Y"
                    ADD  1              TO WS-HIT-USR-CNT.

       D099-CHECK-USER-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-CHECK-ONE-RULE.
      *---------------------------------------------------------------*
           MOVE     WS-RL-FUNCTA (WS-RL-IX) TO WS-KEY-FUNCTID.
           PERFORM  D200-FIND-GRANT
              THRU  D299-FIND-GRANT-EX.
           MOVE     WS-FND-SW           TO WS-HAS-A-SW.
           IF       WS-HAS-A-SW = "N"
                    GO TO D199-CHECK-ONE-RULE-EX.
           MOVE     WS-RL-FUNCTB (WS-RL-IX) TO WS-KEY-FUNCTID.
           PERFORM  D200-FIND-GRANT
              THRU  D299-FIND-GRANT-EX.
           MOVE     WS-FND-SW           TO WS-HAS-B-SW.
           IF       WS-HAS-B-SW = "N"
                    GO TO D199-CHECK-ONE-RULE-EX.

           MOVE     "Y"                 TO WS-USR-HIT-SW.
           ADD      1                   TO WS-HIT-CNT.
           DISPLAY  WS-CUR-USERID " " WS-RL-FUNCTA (WS-RL-IX) " "
                    WS-RL-FUNCTB (WS-RL-IX) " " WS-RL-DESC (WS-RL-IX).

       D199-CHECK-ONE-RULE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-FIND-GRANT.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-FND-SW.
           PERFORM  D210-MATCH-GRANT
              THRU  D219-MATCH-GRANT-EX
                    VARYING WS-UF-IX FROM 1 BY 1
                    UNTIL WS-UF-IX > WS-UF-CNT
                       OR WS-FND-SW = "Y".

       D299-FIND-GRANT-EX.
           EXIT.

       D210-MATCH-GRANT.
           IF       WS-UF-FUNCTID (WS-UF-IX) = WS-KEY-FUNCTID
                    MOVE "Y"            TO WS-FND-SW.

       D219-MATCH-GRANT-EX.
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
           CLOSE    TFSSODRUL  TFSFNAUTH.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHSODRPT ***************
      ******************************************************************

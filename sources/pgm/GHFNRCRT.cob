      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHFNRCRT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  QUARTERLY TFSFNAUTH ACCESS RECERTIFICATION.
      *               EXTRACT PHASE (UPSI-1 OFF): EVERY LIVE TFSFNAUTH
      *               GRANT (ALLOWIND "Y", NOT EXPIRED) IS WRITTEN TO
      *               TFSRECRT FOR THE CYCLE UNDER THE USER'S MANAGER
      *               (TFSUSRMGR; "*NOMGR*" WHEN NOT ON FILE), FLAGGED
      *               WHERE IT IS HALF OF A TFSSODRUL CONFLICT THE USER
      *               HOLDS, AND THE CYCLE IS LISTED MANAGER BY
      *               MANAGER. MANAGERS RECORD KEEP OR REVOKE THROUGH
      *               TRFGRCRT. A RE-RUN ADDS ONLY NEW GRANTS.
      *               APPLY PHASE (UPSI-1 ON): EVERY REVOKE DECISION
      *               OF THE CYCLE NOT YET APPLIED DENIES THE RIGHT ON
      *               TFSFNAUTH (ALLOWIND "N" - THE ROW STAYS FOR THE
      *               RECORD) AND EVERY DECIDED LINE IS CLOSED
      *               (APLDTE). LINES STILL UNDECIDED ARE LISTED BY
      *               MANAGER FOR FOLLOW-UP AND STAY OPEN.
      *               THE LOCAL DATA AREA GIVES THE CYCLE (CCYYQN);
      *               BLANK MEANS THE CURRENT QUARTER.
      *NOTE        :  MODELLED ON GHBLKRPR AND GHSODRPT.
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
       SPECIAL-NAMES.    LOCAL-DATA IS LOCAL-DATA-AREA
                         UPSI-1 IS UPSI-SWITCH-1
                           ON  STATUS IS U1-ON
                           OFF STATUS IS U1-OFF.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSFNAUTH ASSIGN TO DATABASE-TFSFNAUTH
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRECRT ASSIGN TO DATABASE-TFSRECRT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSUSRMGR ASSIGN TO DATABASE-TFSUSRMGR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSODRUL ASSIGN TO DATABASE-TFSSODRUL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSFNAUTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFNAUTH-REC.
       01  TFSFNAUTH-REC.
           COPY DDS-ALL-FORMATS OF TFSFNAUTH.
       01  TFSFNAUTH-REC-1.
           COPY TFSFNAUTH.
       FD  TFSRECRT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRECRT-REC.
       01  TFSRECRT-REC.
           COPY DDS-ALL-FORMATS OF TFSRECRT.
       01  TFSRECRT-REC-1.
           COPY TFSRECRT.
       FD  TFSUSRMGR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSUSRMGR-REC.
       01  TFSUSRMGR-REC.
           COPY DDS-ALL-FORMATS OF TFSUSRMGR.
       01  TFSUSRMGR-REC-1.
           COPY TFSUSRMGR.
       FD  TFSSODRUL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSODRUL-REC.
       01  TFSSODRUL-REC.
           COPY DDS-ALL-FORMATS OF TFSSODRUL.
       01  TFSSODRUL-REC-1.
           COPY TFSSODRUL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHFNRCRT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-LDA-AREA.
           05 WS-LDA-CYCLE     PIC X(06).
           05 FILLER           PIC X(1018).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-8
                               PIC X(08).
       01  WS-RUN-MM           PIC 9(02)  VALUE ZEROES.

       01  WS-CYCLE.
           05 WS-CYCLE-CCYY    PIC X(04).
           05 WS-CYCLE-Q       PIC X(01)  VALUE "Q".
           05 WS-CYCLE-QN      PIC 9(01).

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

      * LIVE GRANTS OF THE USER IN HAND.
       01  WS-CUR-USERID       PIC X(10)  VALUE SPACES.
       01  WS-CUR-MGRID        PIC X(10)  VALUE SPACES.
       77  WS-UF-MAX           PIC S9(04) COMP VALUE 60.
       77  WS-UF-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-UF-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-UF-A             PIC S9(04) COMP VALUE ZERO.
       77  WS-UF-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-UF-TABLE.
           05 WS-UF-ENTRY      OCCURS 60.
              10 WS-UF-FUNCTID    PIC X(08).
              10 WS-UF-EXPDTE     PIC S9(08).
              10 WS-UF-SODIND     PIC X(01).
       01  WS-KEY-FUNCTID      PIC X(08)  VALUE SPACES.

       01  WS-LAST-MGRID       PIC X(10)  VALUE SPACES.
       01  WS-DEC-TEXT         PIC X(12)  VALUE SPACES.

       77  WS-NEW-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-DUP-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-LIST-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-RVK-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-KEEP-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-OPEN-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-GONE-CNT         PIC S9(07) COMP VALUE ZERO.

       01  WS-JOBNAME          PIC X(10) VALUE "GHFNRCRT".

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

           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-CYCLE NOT = SPACES
                    MOVE WS-LDA-CYCLE   TO WS-CYCLE
           ELSE
                    MOVE WS-RUN-DATE-X (1:4) TO WS-CYCLE-CCYY
                    MOVE WS-RUN-DATE-X (5:2) TO WS-RUN-MM
                    COMPUTE WS-CYCLE-QN = (WS-RUN-MM - 1) / 3 + 1
           END-IF.

           OPEN     I-O TFSFNAUTH  TFSRECRT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - OPEN FILE ERROR - TFSRECRT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSUSRMGR  TFSSODRUL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - OPEN FILE ERROR - TFSUSRMGR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           IF       U1-ON
                    PERFORM C000-APPLY-PHASE
                       THRU C099-APPLY-PHASE-EX
                    MOVE WS-RVK-CNT     TO WK-N-JLOG-ITEMCNT
           ELSE
                    PERFORM B000-EXTRACT-PHASE
                       THRU B099-EXTRACT-PHASE-EX
                    MOVE WS-NEW-CNT     TO WK-N-JLOG-ITEMCNT
           END-IF.

           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-EXTRACT-PHASE.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B100-LOAD-ONE-RULE
              THRU  B199-LOAD-ONE-RULE-EX
                    UNTIL WS-EOF.

           INITIALIZE                   TFSFNAUTH-REC-1.
           MOVE     LOW-VALUES          TO TFSFNAUTH-USERID
                                           TFSFNAUTH-FUNCTID.
           START    TFSFNAUTH KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM B200-READ-ONE-GRANT
                       THRU B299-READ-ONE-GRANT-EX
                       UNTIL WS-EOF
           END-IF.
           IF       WS-CUR-USERID NOT = SPACES
                    PERFORM B300-EXTRACT-USER
                       THRU B399-EXTRACT-USER-EX
           END-IF.

           DISPLAY  "GHFNRCRT - ACCESS RECERTIFICATION EXTRACT "
                    WS-CYCLE " " WS-RUN-DATE-8.
           PERFORM  D000-LIST-CYCLE
              THRU  D099-LIST-CYCLE-EX.

           DISPLAY  " ".
           DISPLAY  "GHFNRCRT - RIGHTS NEWLY EXTRACTED   : "
                    WS-NEW-CNT.
           DISPLAY  "GHFNRCRT - ALREADY ON THE CYCLE     : "
                    WS-DUP-CNT.
           DISPLAY  "GHFNRCRT - LINES ON THE CYCLE       : "
                    WS-LIST-CNT.

       B099-EXTRACT-PHASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-LOAD-ONE-RULE.
      *---------------------------------------------------------------*
           READ     TFSSODRUL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-LOAD-ONE-RULE-EX.
           IF       TFSSODRUL-ACTIVE NOT = "Y"
                    OR WS-RL-CNT >= WS-RL-MAX
                    GO TO B199-LOAD-ONE-RULE-EX.
           ADD      1                   TO WS-RL-CNT.
           MOVE     TFSSODRUL-FUNCTA    TO WS-RL-FUNCTA (WS-RL-CNT).
           MOVE     TFSSODRUL-FUNCTB    TO WS-RL-FUNCTB (WS-RL-CNT).

       B199-LOAD-ONE-RULE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-READ-ONE-GRANT.
      *---------------------------------------------------------------*
           READ     TFSFNAUTH NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B299-READ-ONE-GRANT-EX.
      *    A DENIED OR EXPIRED ROW GIVES NO RIGHT TO RECERTIFY.
           IF       TFSFNAUTH-ALLOWIND NOT = "Y"
                    OR (TFSFNAUTH-EXPDTE NOT = ZEROES
                        AND TFSFNAUTH-EXPDTE < WS-RUN-DATE-8)
                    GO TO B299-READ-ONE-GRANT-EX.

           IF       TFSFNAUTH-USERID NOT = WS-CUR-USERID
                    IF WS-CUR-USERID NOT = SPACES
                       PERFORM B300-EXTRACT-USER
                          THRU B399-EXTRACT-USER-EX
                    END-IF
                    MOVE TFSFNAUTH-USERID TO WS-CUR-USERID
                    MOVE ZERO           TO WS-UF-CNT
           END-IF.
           IF       WS-UF-CNT >= WS-UF-MAX
                    DISPLAY "GHFNRCRT - GRANT TABLE FULL - "
                            WS-CUR-USERID " " TFSFNAUTH-FUNCTID
                            " NOT EXTRACTED"
                    GO TO B299-READ-ONE-GRANT-EX.
           ADD      1                   TO WS-UF-CNT.
           MOVE     TFSFNAUTH-FUNCTID   TO WS-UF-FUNCTID (WS-UF-CNT).
           MOVE     TFSFNAUTH-EXPDTE    TO WS-UF-EXPDTE (WS-UF-CNT).
           MOVE     SPACE               TO WS-UF-SODIND (WS-UF-CNT).

       B299-READ-ONE-GRANT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B300-EXTRACT-USER.
      *---------------------------------------------------------------*
           PERFORM  B400-FLAG-ONE-RULE
              THRU  B499-FLAG-ONE-RULE-EX
                    VARYING WS-RL-IX FROM 1 BY 1
                    UNTIL WS-RL-IX > WS-RL-CNT.

           MOVE     "*NOMGR*"           TO WS-CUR-MGRID.
           INITIALIZE                   TFSUSRMGR-REC-1.
           MOVE     WS-CUR-USERID       TO TFSUSRMGR-USERID.
           READ     TFSUSRMGR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    AND TFSUSRMGR-MGRID NOT = SPACES
                    MOVE TFSUSRMGR-MGRID TO WS-CUR-MGRID.

           PERFORM  B500-WRITE-ONE-LINE
              THRU  B599-WRITE-ONE-LINE-EX
                    VARYING WS-UF-IX FROM 1 BY 1
                    UNTIL WS-UF-IX > WS-UF-CNT.

       B399-EXTRACT-USER-EX.
           EXIT.

      *---------------------------------------------------------------*
       B400-FLAG-ONE-RULE.
      *---------------------------------------------------------------*
      *    BOTH HALVES HELD - FLAG BOTH SO THE MANAGER SEES WHICH TWO
      *    RIGHTS CANNOT STAY TOGETHER.
           MOVE     WS-RL-FUNCTA (WS-RL-IX) TO WS-KEY-FUNCTID.
           PERFORM  B410-FIND-GRANT
              THRU  B419-FIND-GRANT-EX.
           IF       WS-UF-FND = ZERO
                    GO TO B499-FLAG-ONE-RULE-EX.
           MOVE     WS-UF-FND           TO WS-UF-A.
           MOVE     WS-RL-FUNCTB (WS-RL-IX) TO WS-KEY-FUNCTID.
           PERFORM  B410-FIND-GRANT
              THRU  B419-FIND-GRANT-EX.
           IF       WS-UF-FND = ZERO
                    GO TO B499-FLAG-ONE-RULE-EX.
           MOVE     "C"                 TO WS-UF-SODIND (WS-UF-A)
                                           WS-UF-SODIND (WS-UF-FND).

       B499-FLAG-ONE-RULE-EX.
           EXIT.

       B410-FIND-GRANT.
           MOVE     ZERO                TO WS-UF-FND.
           PERFORM  B420-MATCH-GRANT
              THRU  B429-MATCH-GRANT-EX
                    VARYING WS-UF-IX FROM 1 BY 1
                    UNTIL WS-UF-IX > WS-UF-CNT
                       OR WS-UF-FND > ZERO.

       B419-FIND-GRANT-EX.
           EXIT.

       B420-MATCH-GRANT.
           IF       WS-UF-FUNCTID (WS-UF-IX) = WS-KEY-FUNCTID
                    MOVE WS-UF-IX       TO WS-UF-FND.

       B429-MATCH-GRANT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B500-WRITE-ONE-LINE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSRECRT-REC-1.
           MOVE     WS-CYCLE            TO TFSRECRT-CYCLE.
           MOVE     WS-CUR-MGRID        TO TFSRECRT-MGRID.
           MOVE     WS-CUR-USERID       TO TFSRECRT-USERID.
           MOVE     WS-UF-FUNCTID (WS-UF-IX) TO TFSRECRT-FUNCTID.
           MOVE     WS-UF-EXPDTE (WS-UF-IX)  TO TFSRECRT-EXPDTE.
           MOVE     WS-UF-SODIND (WS-UF-IX)  TO TFSRECRT-SODIND.
           MOVE     WS-RUN-DATE-8       TO TFSRECRT-EXTDTE.
           MOVE     SPACE               TO TFSRECRT-DECISION.
           MOVE     ZEROES              TO TFSRECRT-DECDTE
                                           TFSRECRT-DECTIME
                                           TFSRECRT-APLDTE.
           WRITE    TFSRECRT-REC-1.
           IF       WK-C-DUPLICATE-KEY
                    ADD  1              TO WS-DUP-CNT
                    GO TO B599-WRITE-ONE-LINE-EX.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - WRITE ERROR - TFSRECRT "
                            WS-CUR-USERID " " TFSRECRT-FUNCTID
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-NEW-CNT.

       B599-WRITE-ONE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-APPLY-PHASE.
      *---------------------------------------------------------------*
           DISPLAY  "GHFNRCRT - ACCESS RECERTIFICATION APPLY "
                    WS-CYCLE " " WS-RUN-DATE-8.
           DISPLAY  " ".
           DISPLAY  "MANAGER    USERID     FUNCTION OUTCOME".
           INITIALIZE                   TFSRECRT-REC-1.
           MOVE     WS-CYCLE            TO TFSRECRT-CYCLE.
           MOVE     LOW-VALUES          TO TFSRECRT-MGRID
                                           TFSRECRT-USERID
                                           TFSRECRT-FUNCTID.
           START    TFSRECRT KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM C100-APPLY-ONE-LINE
                       THRU C199-APPLY-ONE-LINE-EX
                       UNTIL WS-EOF
           END-IF.

           DISPLAY  " ".
           DISPLAY  "GHFNRCRT - RIGHTS REVOKED           : "
                    WS-RVK-CNT.
           DISPLAY  "GHFNRCRT - RIGHTS KEPT              : "
                    WS-KEEP-CNT.
           DISPLAY  "GHFNRCRT - ALREADY GONE AT APPLY    : "
                    WS-GONE-CNT.
           DISPLAY  "GHFNRCRT - STILL AWAITING MANAGER   : "
                    WS-OPEN-CNT.

       C099-APPLY-PHASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-APPLY-ONE-LINE.
      *---------------------------------------------------------------*
           READ     TFSRECRT NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSRECRT-CYCLE NOT = WS-CYCLE
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C199-APPLY-ONE-LINE-EX.
           IF       TFSRECRT-APLDTE NOT = ZEROES
                    GO TO C199-APPLY-ONE-LINE-EX.

      *    NO DECISION YET - LEFT OPEN AND LISTED FOR CHASING.
           IF       TFSRECRT-DECISION = SPACE
                    ADD  1              TO WS-OPEN-CNT
                    DISPLAY TFSRECRT-MGRID " " TFSRECRT-USERID " "
                            TFSRECRT-FUNCTID " NO DECISION"
                    GO TO C199-APPLY-ONE-LINE-EX.

           IF       TFSRECRT-DECISION = "K"
                    ADD  1              TO WS-KEEP-CNT
                    GO TO C150-CLOSE-LINE.

           INITIALIZE                   TFSFNAUTH-REC-1.
           MOVE     TFSRECRT-USERID     TO TFSFNAUTH-USERID.
           MOVE     TFSRECRT-FUNCTID    TO TFSFNAUTH-FUNCTID.
           READ     TFSFNAUTH KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-RECORD-NOT-FOUND
                    OR (WK-C-SUCCESSFUL
                        AND TFSFNAUTH-ALLOWIND NOT = "Y")
                    ADD  1              TO WS-GONE-CNT
                    DISPLAY TFSRECRT-MGRID " " TFSRECRT-USERID " "
                            TFSRECRT-FUNCTID " ALREADY REMOVED"
                    GO TO C150-CLOSE-LINE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - READ ERROR - TFSFNAUTH "
                            TFSRECRT-USERID " " TFSRECRT-FUNCTID
                    GO TO Y900-ABNORMAL-TERMINATION.

      *    DENY RATHER THAN DELETE - TRFXAUTH REFUSES ANYTHING BUT
      *    "Y" AND THE ROW KEEPS ITS HISTORY.
           MOVE     "N"                 TO TFSFNAUTH-ALLOWIND.
           MOVE     WS-RUN-DATE-8       TO TFSFNAUTH-LSTUPDTE.
           REWRITE  TFSFNAUTH-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - REWRITE ERROR - TFSFNAUTH "
                            TFSRECRT-USERID " " TFSRECRT-FUNCTID
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-RVK-CNT.
           DISPLAY  TFSRECRT-MGRID " " TFSRECRT-USERID " "
                    TFSRECRT-FUNCTID " REVOKED - " TFSRECRT-COMMENT.

       C150-CLOSE-LINE.
           MOVE     WS-RUN-DATE-8       TO TFSRECRT-APLDTE.
           REWRITE  TFSRECRT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHFNRCRT - REWRITE ERROR - TFSRECRT "
                            TFSRECRT-USERID " " TFSRECRT-FUNCTID
                    GO TO Y900-ABNORMAL-TERMINATION.

       C199-APPLY-ONE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-LIST-CYCLE.
      *---------------------------------------------------------------*
      *    ONE PAGE PER MANAGER: THEIR STAFF'S RIGHTS ON THE CYCLE.
           MOVE     SPACES              TO WS-LAST-MGRID.
           INITIALIZE                   TFSRECRT-REC-1.
           MOVE     WS-CYCLE            TO TFSRECRT-CYCLE.
           MOVE     LOW-VALUES          TO TFSRECRT-MGRID
                                           TFSRECRT-USERID
                                           TFSRECRT-FUNCTID.
           START    TFSRECRT KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM D100-LIST-ONE-LINE
                       THRU D199-LIST-ONE-LINE-EX
                       UNTIL WS-EOF
           END-IF.

       D099-LIST-CYCLE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-LIST-ONE-LINE.
      *---------------------------------------------------------------*
           READ     TFSRECRT NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSRECRT-CYCLE NOT = WS-CYCLE
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D199-LIST-ONE-LINE-EX.

           IF       TFSRECRT-MGRID NOT = WS-LAST-MGRID
                    MOVE TFSRECRT-MGRID TO WS-LAST-MGRID
                    DISPLAY " "
                    DISPLAY "MANAGER " TFSRECRT-MGRID
                            "  CYCLE " WS-CYCLE
                    DISPLAY "  USERID     FUNCTION EXPIRES  SOD "
                            "DECISION"
           END-IF.

           EVALUATE TFSRECRT-DECISION
               WHEN "K"
                    MOVE "KEEP"         TO WS-DEC-TEXT
               WHEN "R"
                    MOVE "REVOKE"       TO WS-DEC-TEXT
               WHEN OTHER
                    MOVE "TO DECIDE"    TO WS-DEC-TEXT
           END-EVALUATE.
           ADD      1                   TO WS-LIST-CNT.
           DISPLAY  "  " TFSRECRT-USERID " " TFSRECRT-FUNCTID " "
                    TFSRECRT-EXPDTE "  " TFSRECRT-SODIND "   "
                    WS-DEC-TEXT.

       D199-LIST-ONE-LINE-EX.
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
           CLOSE    TFSFNAUTH  TFSRECRT  TFSUSRMGR  TFSSODRUL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHFNRCRT ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHBLKRPR.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  BULK REPAIR OF REPAIR ITEMS SHARING ONE ROOT
      *               CAUSE, FOR REQUESTS APPROVED THROUGH TRFGBRPR.
      *               APPLY PHASE (UPSI-1 OFF): FOR EACH APPROVED
      *               TFSBRPND REQUEST, EVERY TFSSTPL ITEM IN REPAIR
      *               (PRCIND "R") WHOSE LATEST RFTRRSN REASON IS THE
      *               REQUEST'S CODE AND WHOSE FIELD STILL HOLDS THE
      *               BAD VALUE HAS THE ONE CORRECTION APPLIED AND IS
      *               RELEASED THROUGH TRFGRRLS - THE INCREMENTAL
      *               REVALIDATION PATH, WITH THE CORRECTION LOGGED
      *               ON TFSRFDBK AS FOR A SINGLE REPAIR. EACH ITEM
      *               IS RECORDED ON TFSBRITM AND LISTED.
      *               RESULT PHASE (UPSI-1 ON, AFTER THE DRIVER HAS
      *               RE-RUN THE RELEASED ITEMS): LISTS WHICH ITEMS
      *               OF EACH APPLIED REQUEST PASSED AND POSTED, WHICH
      *               FAILED AGAIN (WITH THE NEW REASON) AND WHICH ARE
      *               STILL WAITING. THE LOCAL DATA AREA MAY NAME ONE
      *               REQUEST (BRID); BLANK MEANS EVERY APPLIED
      *               REQUEST STILL WITH ITEMS OUTSTANDING.
      *NOTE        :  MODELLED ON GHUNCLRG.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BRPR02 - RISKOPS   - 15/10/2026 - THE CHECKER'S DATA SCOPE IS
      *                        CHECKED (TRFXDSCP) BEFORE AN ITEM IS
      *                        CORRECTED, AND A CORRECTION TRFGRRLS
      *                        THEN REFUSES TO RELEASE IS PUT BACK, SO
      *                        A REFUSED ITEM KEEPS ITS ORIGINAL VALUE.
      *---------------------------------------------------------------*
      *  BRPR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBRPND ASSIGN TO DATABASE-TFSBRPND
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBRITM ASSIGN TO DATABASE-TFSBRITM
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT RFTRRSN ASSIGN TO DATABASE-RFTRRSN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBRPND
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBRPND-REC.
       01  TFSBRPND-REC.
           COPY DDS-ALL-FORMATS OF TFSBRPND.
       01  TFSBRPND-REC-1.
           COPY TFSBRPND.
       FD  TFSBRITM
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBRITM-REC.
       01  TFSBRITM-REC.
           COPY DDS-ALL-FORMATS OF TFSBRITM.
       01  TFSBRITM-REC-1.
           COPY TFSBRITM.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  RFTRRSN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RFTRRSN-REC.
       01  RFTRRSN-REC.
           COPY DDS-ALL-FORMATS OF RFTRRSN.
       01  RFTRRSN-REC-1.
           COPY RFTRRSN.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHBLKRPR  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY RRLS.
BRPR02 COPY DSCP.

       01  WS-LDA-AREA.
           05 WS-LDA-BRID      PIC X(08).
           05 FILLER           PIC X(1016).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-REQ-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-REQ-EOF                  VALUE "Y".
       01  WS-RSN-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-RSN-EOF                  VALUE "Y".

       01  WS-ONE-BRID         PIC 9(08)  VALUE ZEROES.
       01  WS-CUR-VAL          PIC X(30)  VALUE SPACES.
BRPR02 01  WS-SET-VAL          PIC X(30)  VALUE SPACES.
       01  WS-LAST-RSNCDE      PIC X(07)  VALUE SPACES.
       01  WS-LAST-RPRDTE      PIC S9(08) VALUE ZEROES.
       01  WS-RESULT-TEXT      PIC X(14)  VALUE SPACES.

       77  WS-REQ-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-ITEM-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-SEL-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-RLS-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-ERR-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-PASS-CNT         PIC S9(05) COMP VALUE ZERO.
       77  WS-FAIL-CNT         PIC S9(05) COMP VALUE ZERO.
       77  WS-WAIT-CNT         PIC S9(05) COMP VALUE ZERO.
       77  WS-OTHER-CNT        PIC S9(05) COMP VALUE ZERO.

       01  WS-ED-N             PIC Z(06)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHBLKRPR".

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

           OPEN     I-O TFSBRPND  TFSBRITM.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - OPEN FILE ERROR - TFSBRPND"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT RFTRRSN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - OPEN FILE ERROR - RFTRRSN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           IF       U1-ON
                    PERFORM C000-RESULT-PHASE
                       THRU C099-RESULT-PHASE-EX
           ELSE
                    PERFORM B000-APPLY-PHASE
                       THRU B099-APPLY-PHASE-EX
           END-IF.
           MOVE     WS-ITEM-CNT         TO WK-N-JLOG-ITEMCNT.

           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-APPLY-PHASE.
      *---------------------------------------------------------------*
           DISPLAY  "GHBLKRPR - BULK REPAIR APPLY " WS-RUN-DATE-8.
           INITIALIZE                   TFSBRPND-REC-1.
           MOVE     ZERO                TO TFSBRPND-BRID.
           START    TFSBRPND KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-REQ-EOF-SW
                    PERFORM B100-APPLY-ONE-REQUEST
                       THRU B199-APPLY-ONE-REQUEST-EX
                       UNTIL WS-REQ-EOF
           END-IF.

           DISPLAY  " ".
           DISPLAY  "GHBLKRPR - REQUESTS APPLIED         : "
                    WS-REQ-CNT.
           DISPLAY  "GHBLKRPR - ITEMS CORRECTED          : "
                    WS-ITEM-CNT.

       B099-APPLY-PHASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-APPLY-ONE-REQUEST.
      *---------------------------------------------------------------*
           READ     TFSBRPND NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-REQ-EOF-SW
                    GO TO B199-APPLY-ONE-REQUEST-EX.
           IF       TFSBRPND-STATUS NOT = "A"
                    GO TO B199-APPLY-ONE-REQUEST-EX.

           ADD      1                   TO WS-REQ-CNT.
           MOVE     ZERO                TO WS-SEL-CNT
                                           WS-RLS-CNT
                                           WS-ERR-CNT.
           DISPLAY  " ".
           DISPLAY  "REQUEST " TFSBRPND-BRID " " TFSBRPND-RSNCDE
                    " " TFSBRPND-FLDNAME.
           DISPLAY  "  FROM  " TFSBRPND-OLDVAL.
           DISPLAY  "  TO    " TFSBRPND-NEWVAL.
           DISPLAY  "  MAKER " TFSBRPND-MAKERID
                    " CHECKER " TFSBRPND-CHECKERID
                    " - " TFSBRPND-REASON.
           DISPLAY  "  ITEM        RESULT         PLAN".

           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     ZERO                TO TFSSPTL-PARALNO
                                           TFSSPTL-SEQNUM.
           START    TFSSTPL KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM B200-APPLY-ONE-ITEM
                       THRU B299-APPLY-ONE-ITEM-EX
                       UNTIL WS-EOF
           END-IF.

           MOVE     "D"                 TO TFSBRPND-STATUS.
           MOVE     WS-RUN-DATE-8       TO TFSBRPND-APLDTE.
           MOVE     WS-SEL-CNT          TO TFSBRPND-SELCNT
                                           TFSBRPND-WAITCNT.
           MOVE     WS-RLS-CNT          TO TFSBRPND-RLSCNT.
           MOVE     WS-ERR-CNT          TO TFSBRPND-ERRCNT.
           SUBTRACT WS-ERR-CNT          FROM TFSBRPND-WAITCNT.
           MOVE     ZERO                TO TFSBRPND-PASSCNT
                                           TFSBRPND-FAILCNT
                                           TFSBRPND-RSLDTE.
           REWRITE  TFSBRPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - REWRITE ERROR - TFSBRPND"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "  CORRECTED " WS-SEL-CNT
                    "  RELEASED " WS-RLS-CNT
                    "  REFUSED " WS-ERR-CNT.

       B199-APPLY-ONE-REQUEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-APPLY-ONE-ITEM.
      *---------------------------------------------------------------*
      *    THE SELECTION IS TAKEN NOW, NOT AT SUBMISSION - AN ITEM
      *    FIXED BY HAND IN THE MEANTIME NO LONGER MATCHES.
           READ     TFSSTPL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B299-APPLY-ONE-ITEM-EX.
           IF       TFSSPTL-PRCIND NOT = "R"
                    GO TO B299-APPLY-ONE-ITEM-EX.

           PERFORM  D000-GET-FIELD
              THRU  D099-GET-FIELD-EX.
           IF       WS-CUR-VAL NOT = TFSBRPND-OLDVAL
                    GO TO B299-APPLY-ONE-ITEM-EX.
           PERFORM  E000-FIND-LAST-REASON
              THRU  E099-FIND-LAST-REASON-EX.
           IF       WS-LAST-RSNCDE NOT = TFSBRPND-RSNCDE
                    GO TO B299-APPLY-ONE-ITEM-EX.

BRPR02     ADD      1                   TO WS-SEL-CNT.

BRPR02*    AN ITEM THE CHECKER CANNOT RELEASE IS NOT TOUCHED - IT IS
BRPR02*    LISTED AS REFUSED WITH THE CODE TRFGRRLS WOULD HAVE GIVEN.
BRPR02     INITIALIZE                   WK-C-RRLS-RECORD.
BRPR02     INITIALIZE                   WK-C-DSCP-RECORD.
BRPR02     MOVE     TFSBRPND-CHECKERID  TO WK-C-DSCP-USERID.
BRPR02     MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
BRPR02     MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
BRPR02     MOVE     "GHBLKRPR"          TO WK-C-DSCP-SRCPGM.
BRPR02     MOVE     TFSSPTL-PARALNO     TO WK-C-DSCP-CONTEXT.
BRPR02     MOVE     TFSSPTL-SEQNUM      TO WK-C-DSCP-CONTEXT (9:2).
BRPR02     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
BRPR02     IF       WK-C-DSCP-ALLOWED NOT = "Y"
BRPR02              MOVE "SUP0268"      TO WK-C-RRLS-ERROR-CD
BRPR02              GO TO B250-RECORD-ITEM.

BRPR02     MOVE     TFSBRPND-NEWVAL     TO WS-SET-VAL.
           PERFORM  D100-SET-FIELD
              THRU  D199-SET-FIELD-EX.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - REWRITE ERROR - TFSSTPL "
                            TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
                    GO TO B299-APPLY-ONE-ITEM-EX.
BRPR02     ADD      1                   TO WS-ITEM-CNT.

      *    RELEASE AS THE APPROVING OFFICER - TRFGRRLS LOGS THE
      *    CORRECTION, BUILDS THE FAST-PATH PLAN AND SAMPLES FOR QC
      *    EXACTLY AS FOR A CORRECTION MADE BY HAND.
           INITIALIZE                   WK-C-RRLS-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-RRLS-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-RRLS-SEQNUM.
           MOVE     TFSBRPND-FLDNAME    TO WK-C-RRLS-FLDNAME.
           MOVE     WS-CUR-VAL          TO WK-C-RRLS-OLDVAL.
           MOVE     TFSBRPND-NEWVAL     TO WK-C-RRLS-NEWVAL.
           MOVE     TFSBRPND-CHECKERID  TO WK-C-RRLS-USERID.
           CALL     "TRFGRRLS"          USING WK-C-RRLS-RECORD.
BRPR02     IF       WK-C-RRLS-ERROR-CD NOT = SPACES
BRPR02              PERFORM D200-RESTORE-FIELD
BRPR02                 THRU D299-RESTORE-FIELD-EX
BRPR02     END-IF.

BRPR02 B250-RECORD-ITEM.
           INITIALIZE                   TFSBRITM-REC-1.
           MOVE     TFSBRPND-BRID       TO TFSBRITM-BRID.
           MOVE     TFSSPTL-PARALNO     TO TFSBRITM-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSBRITM-SEQNUM.
           MOVE     WS-CUR-VAL          TO TFSBRITM-OLDVAL.
           MOVE     WS-RUN-DATE-8       TO TFSBRITM-RLSDTE.
           MOVE     WK-C-RRLS-ERROR-CD  TO TFSBRITM-RLSERR.
           MOVE     WK-C-RRLS-PLAN      TO TFSBRITM-PLAN.
           MOVE     "R"                 TO TFSBRITM-PRCIND.
           IF       WK-C-RRLS-ERROR-CD = SPACES
                    MOVE "L"            TO TFSBRITM-RESULT
                    MOVE SPACE          TO TFSBRITM-PRCIND
                    MOVE "RELEASED"     TO WS-RESULT-TEXT
                    ADD  1              TO WS-RLS-CNT
           ELSE
                    MOVE "E"            TO TFSBRITM-RESULT
                    MOVE SPACES         TO WS-RESULT-TEXT
                    STRING "REFUSED " WK-C-RRLS-ERROR-CD
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                    ADD  1              TO WS-ERR-CNT
           END-IF.
           WRITE    TFSBRITM-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - WRITE ERROR - TFSBRITM"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "  " TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM " "
                    WS-RESULT-TEXT " " WK-C-RRLS-PLAN.

       B299-APPLY-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RESULT-PHASE.
      *---------------------------------------------------------------*
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           MOVE     ZEROES              TO WS-ONE-BRID.
           IF       WS-LDA-BRID NUMERIC
                    MOVE WS-LDA-BRID    TO WS-ONE-BRID.

           DISPLAY  "GHBLKRPR - BULK REPAIR RESULTS " WS-RUN-DATE-8.
           INITIALIZE                   TFSBRPND-REC-1.
           MOVE     WS-ONE-BRID         TO TFSBRPND-BRID.
           START    TFSBRPND KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-REQ-EOF-SW
                    PERFORM C100-RESULT-ONE-REQUEST
                       THRU C199-RESULT-ONE-REQUEST-EX
                       UNTIL WS-REQ-EOF
           END-IF.

           DISPLAY  " ".
           DISPLAY  "GHBLKRPR - REQUESTS LISTED          : "
                    WS-REQ-CNT.
           DISPLAY  "GHBLKRPR - ITEMS LISTED             : "
                    WS-ITEM-CNT.

       C099-RESULT-PHASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-RESULT-ONE-REQUEST.
      *---------------------------------------------------------------*
           READ     TFSBRPND NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-REQ-EOF-SW
                    GO TO C199-RESULT-ONE-REQUEST-EX.
           IF       WS-ONE-BRID NOT = ZERO
                    AND TFSBRPND-BRID NOT = WS-ONE-BRID
                    MOVE "Y"            TO WS-REQ-EOF-SW
                    GO TO C199-RESULT-ONE-REQUEST-EX.
           IF       TFSBRPND-STATUS NOT = "D"
                    GO TO C199-RESULT-ONE-REQUEST-EX.
      *    WITHOUT A NAMED REQUEST, ONE ALREADY FULLY RESOLVED IS NOT
      *    LISTED AGAIN.
           IF       WS-ONE-BRID = ZERO
                    AND TFSBRPND-RSLDTE NOT = ZERO
                    AND TFSBRPND-WAITCNT = ZERO
                    GO TO C199-RESULT-ONE-REQUEST-EX.

           ADD      1                   TO WS-REQ-CNT.
           MOVE     ZERO                TO WS-PASS-CNT
                                           WS-FAIL-CNT
                                           WS-WAIT-CNT
                                           WS-OTHER-CNT
                                           WS-ERR-CNT.
           DISPLAY  " ".
           DISPLAY  "REQUEST " TFSBRPND-BRID " " TFSBRPND-RSNCDE
                    " " TFSBRPND-FLDNAME " APPLIED "
                    TFSBRPND-APLDTE.
           DISPLAY  "  TO    " TFSBRPND-NEWVAL.
           DISPLAY  "  ITEM        RESULT         NEW REASON".

           INITIALIZE                   TFSBRITM-REC-1.
           MOVE     TFSBRPND-BRID       TO TFSBRITM-BRID.
           MOVE     ZERO                TO TFSBRITM-PARALNO
                                           TFSBRITM-SEQNUM.
           START    TFSBRITM KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM C200-RESULT-ONE-ITEM
                       THRU C299-RESULT-ONE-ITEM-EX
                       UNTIL WS-EOF
           END-IF.

           MOVE     WS-RUN-DATE-8       TO TFSBRPND-RSLDTE.
           MOVE     WS-PASS-CNT         TO TFSBRPND-PASSCNT.
           MOVE     WS-FAIL-CNT         TO TFSBRPND-FAILCNT.
           MOVE     WS-WAIT-CNT         TO TFSBRPND-WAITCNT.
           REWRITE  TFSBRPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - REWRITE ERROR - TFSBRPND"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "  PASSED " WS-PASS-CNT
                    "  FAILED AGAIN " WS-FAIL-CNT
                    "  WAITING " WS-WAIT-CNT
                    "  OTHER " WS-OTHER-CNT
                    "  NOT RELEASED " WS-ERR-CNT.

       C199-RESULT-ONE-REQUEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-RESULT-ONE-ITEM.
      *---------------------------------------------------------------*
           READ     TFSBRITM NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSBRITM-BRID NOT = TFSBRPND-BRID
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C299-RESULT-ONE-ITEM-EX.
           ADD      1                   TO WS-ITEM-CNT.
           MOVE     SPACES              TO TFSBRITM-NEWRSN.

           IF       TFSBRITM-RESULT = "E"
                    ADD  1              TO WS-ERR-CNT
                    MOVE SPACES         TO WS-RESULT-TEXT
                    STRING "REFUSED " TFSBRITM-RLSERR
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                    GO TO C290-LIST-ITEM.

           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     TFSBRITM-PARALNO    TO TFSSPTL-PARALNO.
           MOVE     TFSBRITM-SEQNUM     TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "?"            TO TFSSPTL-PRCIND.
           MOVE     TFSSPTL-PRCIND      TO TFSBRITM-PRCIND.

           EVALUATE TFSSPTL-PRCIND
               WHEN "Y"
                    MOVE "P"            TO TFSBRITM-RESULT
                    MOVE "PASSED"       TO WS-RESULT-TEXT
                    ADD  1              TO WS-PASS-CNT
               WHEN "R"
                    PERFORM E000-FIND-LAST-REASON
                       THRU E099-FIND-LAST-REASON-EX
                    MOVE "F"            TO TFSBRITM-RESULT
                    MOVE WS-LAST-RSNCDE TO TFSBRITM-NEWRSN
                    MOVE "FAILED AGAIN" TO WS-RESULT-TEXT
                    ADD  1              TO WS-FAIL-CNT
               WHEN SPACE
                    MOVE "L"            TO TFSBRITM-RESULT
                    MOVE "WAITING"      TO WS-RESULT-TEXT
                    ADD  1              TO WS-WAIT-CNT
               WHEN OTHER
                    MOVE "O"            TO TFSBRITM-RESULT
                    MOVE SPACES         TO WS-RESULT-TEXT
                    STRING "OTHER PRCIND " TFSSPTL-PRCIND
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                    ADD  1              TO WS-OTHER-CNT
           END-EVALUATE.
           MOVE     WS-RUN-DATE-8       TO TFSBRITM-RSLDTE.
           REWRITE  TFSBRITM-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHBLKRPR - REWRITE ERROR - TFSBRITM"
                    GO TO Y900-ABNORMAL-TERMINATION.

       C290-LIST-ITEM.
           DISPLAY  "  " TFSBRITM-PARALNO "/" TFSBRITM-SEQNUM " "
                    WS-RESULT-TEXT " " TFSBRITM-NEWRSN.

       C299-RESULT-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-GET-FIELD.
      *---------------------------------------------------------------*
      *    THE FIELDS CORRECTABLE IN BULK (SEE TRFGBRPR), NAMED AS
      *    TRFGRRLS AND TFSRFDBK NAME THEM.
           EVALUATE TFSBRPND-FLDNAME
               WHEN "TAG53"
                    MOVE TFSSPTL-TAG53-V1B TO WS-CUR-VAL
               WHEN "TAG56"
                    MOVE TFSSPTL-TAG56-V1B TO WS-CUR-VAL
               WHEN "TAG57"
                    MOVE TFSSPTL-TAG57-V1B TO WS-CUR-VAL
               WHEN "TAG58"
                    MOVE TFSSPTL-TAG58-V1B TO WS-CUR-VAL
               WHEN "TAG59"
                    MOVE TFSSPTL-TAG59-V1  TO WS-CUR-VAL
               WHEN "PURP"
                    MOVE TFSSPTL-PURPCDE   TO WS-CUR-VAL
               WHEN OTHER
      *    NOT A BULK FIELD - NOTHING CAN MATCH.
                    MOVE HIGH-VALUES       TO WS-CUR-VAL
           END-EVALUATE.

       D099-GET-FIELD-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-SET-FIELD.
      *---------------------------------------------------------------*
           EVALUATE TFSBRPND-FLDNAME
               WHEN "TAG53"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-TAG53-V1B
               WHEN "TAG56"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-TAG56-V1B
               WHEN "TAG57"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-TAG57-V1B
               WHEN "TAG58"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-TAG58-V1B
               WHEN "TAG59"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-TAG59-V1
               WHEN "PURP"
BRPR02              MOVE WS-SET-VAL        TO TFSSPTL-PURPCDE
           END-EVALUATE.

       D199-SET-FIELD-EX.
           EXIT.

BRPR02*---------------------------------------------------------------*
BRPR02 D200-RESTORE-FIELD.
BRPR02*---------------------------------------------------------------*
BRPR02*    TRFGRRLS REFUSED THE RELEASE, SO NOTHING LOGGED THE
BRPR02*    CORRECTION - THE ITEM GOES BACK TO REPAIR AS IT WAS, WITH
BRPR02*    THE BAD VALUE, FOR THE DESK TO HANDLE.
BRPR02     READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
BRPR02     IF       NOT WK-C-SUCCESSFUL
BRPR02              DISPLAY "GHBLKRPR - READ ERROR - TFSSTPL "
BRPR02                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
BRPR02              GO TO D299-RESTORE-FIELD-EX.
BRPR02     IF       TFSSPTL-PRCIND NOT = "R"
BRPR02              GO TO D299-RESTORE-FIELD-EX.
BRPR02
BRPR02     MOVE     TFSBRPND-OLDVAL     TO WS-SET-VAL.
BRPR02     PERFORM  D100-SET-FIELD
BRPR02        THRU  D199-SET-FIELD-EX.
BRPR02     REWRITE  TFSSTPL-REC-1.
BRPR02     IF       NOT WK-C-SUCCESSFUL
BRPR02              DISPLAY "GHBLKRPR - REWRITE ERROR - TFSSTPL "
BRPR02                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
BRPR02              GO TO D299-RESTORE-FIELD-EX.
BRPR02     SUBTRACT 1                   FROM WS-ITEM-CNT.
BRPR02
BRPR02 D299-RESTORE-FIELD-EX.
BRPR02     EXIT.

      *---------------------------------------------------------------*
       E000-FIND-LAST-REASON.
      *---------------------------------------------------------------*
      *    THE LATEST RFTRRSN REASON, AS TRFGRRLS TAKES IT.
           MOVE     SPACES              TO WS-LAST-RSNCDE.
           MOVE     ZEROES              TO WS-LAST-RPRDTE.
           INITIALIZE                   RFTRRSN-REC-1.
           MOVE     TFSSPTL-PARALNO     TO RFTRRSN-QUENUM.
           MOVE     TFSSPTL-SEQNUM      TO RFTRRSN-QUESUF.
           START    RFTRRSN KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO E099-FIND-LAST-REASON-EX.
           MOVE     "N"                 TO WS-RSN-EOF-SW.
           PERFORM  E100-SCAN-ONE-REASON
              THRU  E199-SCAN-ONE-REASON-EX
                    UNTIL WS-RSN-EOF.

       E099-FIND-LAST-REASON-EX.
           EXIT.

       E100-SCAN-ONE-REASON.
           READ     RFTRRSN NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR RFTRRSN-QUENUM NOT = TFSSPTL-PARALNO
                    OR RFTRRSN-QUESUF NOT = TFSSPTL-SEQNUM
                    MOVE "Y"            TO WS-RSN-EOF-SW
                    GO TO E199-SCAN-ONE-REASON-EX.
           IF       RFTRRSN-RPRDTE >= WS-LAST-RPRDTE
                    MOVE RFTRRSN-RPRDTE TO WS-LAST-RPRDTE
                    MOVE RFTRRSN-RSNCDE TO WS-LAST-RSNCDE.

       E199-SCAN-ONE-REASON-EX.
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
           CLOSE    TFSBRPND  TFSBRITM  TFSSTPL  RFTRRSN.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHBLKRPR ***************
      ******************************************************************

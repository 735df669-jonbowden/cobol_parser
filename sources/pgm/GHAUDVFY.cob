      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHAUDVFY.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  AUDIT CHAIN VERIFICATION. WALKS EACH CHAINED
      *               AUDIT FILE - TFSSTHST, TFSMNTAUD, TFSAPLPAH,
      *               TFSPARDNY, TFSFNAUDT - AND FOR EVERY ROW
      *               RECOMPUTES ITS CHECK VALUE THROUGH TRFXCHN AND
      *               FOLLOWS ITS LINK TO THE PREVIOUS ROW. REPORTS:
      *                 ALTERED   - ROW CONTENT NO LONGER MATCHES ITS
      *                             CHECK VALUE
      *                 BREAK     - ROW DOES NOT LINK TO THE ROW
      *                             BEFORE IT IN THE CHAIN
      *                 GAP       - CHAIN SEQUENCES MISSING (ROWS
      *                             DELETED), INCLUDING AT THE END
      *                             AGAINST THE TFSAUDCHN HEAD
      *                 DUPLICATE - A CHAIN SEQUENCE SEEN TWICE
      *                 UNCHAINED - A ROW WITHOUT A LINK AFTER THE
      *                             CHAIN STARTED
      *               ANY EXCEPTION RAISES A CRITICAL ALERT THROUGH
      *               TRFXALRT; A CLEAN FILE HAS ITS PROVEN SEQUENCE
      *               AND CHECK VALUE RECORDED ON TFSAUDCHN AND
      *               PRINTED, SO THE SPOOL KEEPS AN ANCHOR OUTSIDE
      *               THE FILE. ROWS WRITTEN BEFORE CHAINING BEGAN,
      *               AND A CHAIN WHOSE OLDEST ROWS WERE PURGED BY
      *               HOUSEKEEPING, ARE COUNTED BUT NOT EXCEPTIONS.
      *               ROWS ARE READ IN ARRIVAL ORDER; CONCURRENT
      *               WRITERS MAY LAND A FEW OUT OF CHAIN ORDER, SO
      *               EARLY ARRIVALS WAIT IN A SMALL TABLE.
      *NOTE        :  MODELLED ON GHSHSTCK.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ACHN01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSAUDCHN ASSIGN TO DATABASE-TFSAUDCHN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTHST ASSIGN TO DATABASE-TFSSTHST
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSMNTAUD ASSIGN TO DATABASE-TFSMNTAUD
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSAPLPAH ASSIGN TO DATABASE-TFSAPLPAH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSPARDNY ASSIGN TO DATABASE-TFSPARDNY
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFNAUDT ASSIGN TO DATABASE-TFSFNAUDT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSAUDCHN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSAUDCHN-REC.
       01  TFSAUDCHN-REC.
           COPY DDS-ALL-FORMATS OF TFSAUDCHN.
       01  TFSAUDCHN-REC-1.
           COPY TFSAUDCHN.
       FD  TFSSTHST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTHST-REC.
       01  TFSSTHST-REC.
           COPY DDS-ALL-FORMATS OF TFSSTHST.
       01  TFSSTHST-REC-1.
           COPY TFSSTHST.
       FD  TFSMNTAUD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSMNTAUD-REC.
       01  TFSMNTAUD-REC.
           COPY DDS-ALL-FORMATS OF TFSMNTAUD.
       01  TFSMNTAUD-REC-1.
           COPY TFSMNTAUD.
       FD  TFSAPLPAH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSAPLPAH-REC.
       01  TFSAPLPAH-REC.
           COPY DDS-ALL-FORMATS OF TFSAPLPAH.
       01  TFSAPLPAH-REC-1.
           COPY TFSAPLPAH.
       FD  TFSPARDNY
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSPARDNY-REC.
       01  TFSPARDNY-REC.
           COPY DDS-ALL-FORMATS OF TFSPARDNY.
       01  TFSPARDNY-REC-1.
           COPY TFSPARDNY.
       FD  TFSFNAUDT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFNAUDT-REC.
       01  TFSFNAUDT-REC.
           COPY DDS-ALL-FORMATS OF TFSFNAUDT.
       01  TFSFNAUDT-REC-1.
           COPY TFSFNAUDT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHAUDVFY  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY ALRT.
       COPY XCHN.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * THE FILE IN HAND AND ITS HEAD AS AT THE START OF ITS WALK.
       01  WS-FILEID           PIC X(10)  VALUE SPACES.
       01  WS-HEAD-SEQ         PIC 9(10)  VALUE ZEROES.
       01  WS-HEAD-CHK         PIC 9(18)  VALUE ZEROES.

      * THE ROW IN HAND, WHATEVER FILE IT CAME FROM.
       01  WS-ROW-DATA         PIC X(400) VALUE SPACES.
       01  WS-ROW-LEN          PIC 9(04)  VALUE ZEROES.
       01  WS-ROW-SEQ          PIC 9(10)  VALUE ZEROES.
       01  WS-ROW-PRV          PIC 9(18)  VALUE ZEROES.
       01  WS-ROW-CHK          PIC 9(18)  VALUE ZEROES.

      * WALKING THE LINKS.
       01  WS-CHAINED-SW       PIC X(01)  VALUE "N".
       01  WS-EXP-SEQ          PIC 9(10)  VALUE ZEROES.
       01  WS-LAST-CHK         PIC 9(18)  VALUE ZEROES.
       01  WS-LNK-SEQ          PIC 9(10)  VALUE ZEROES.
       01  WS-LNK-PRV          PIC 9(18)  VALUE ZEROES.
       01  WS-LNK-CHK          PIC 9(18)  VALUE ZEROES.
       01  WS-GAP-TO           PIC 9(10)  VALUE ZEROES.

      * ROWS ARRIVED AHEAD OF THEIR TURN.
       77  WS-PD-MAX           PIC S9(04) COMP VALUE 50.
       77  WS-PD-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-PD-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-PD-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-PD-TABLE.
           05 WS-PD-ENTRY      OCCURS 50.
              10 WS-PD-SEQ        PIC 9(10).
              10 WS-PD-PRV        PIC 9(18).
              10 WS-PD-CHK        PIC 9(18).

      * PER-FILE COUNTS.
       77  WS-ROW-CNT          PIC S9(09) COMP VALUE ZERO.
       77  WS-PRE-CNT          PIC S9(09) COMP VALUE ZERO.
       77  WS-LATE-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-OK-CNT           PIC S9(09) COMP VALUE ZERO.
       77  WS-EXC-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-ALL-EXC-CNT      PIC S9(07) COMP VALUE ZERO.
       01  WS-START-SEQ        PIC 9(10)  VALUE ZEROES.

       01  WS-ED-N             PIC Z(08)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHAUDVFY".

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

           DISPLAY  "GHAUDVFY - AUDIT CHAIN VERIFICATION "
                    WS-RUN-DATE-8.

           MOVE     "TFSSTHST"          TO WS-FILEID.
           PERFORM  B000-START-FILE
              THRU  B099-START-FILE-EX.
           OPEN     INPUT TFSSTHST.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSSTHST"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C100-READ-TFSSTHST
              THRU  C199-READ-TFSSTHST-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTHST.
           PERFORM  E000-END-FILE
              THRU  E099-END-FILE-EX.

           MOVE     "TFSMNTAUD"         TO WS-FILEID.
           PERFORM  B000-START-FILE
              THRU  B099-START-FILE-EX.
           OPEN     INPUT TFSMNTAUD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSMNTAUD"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C200-READ-TFSMNTAUD
              THRU  C299-READ-TFSMNTAUD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSMNTAUD.
           PERFORM  E000-END-FILE
              THRU  E099-END-FILE-EX.

           MOVE     "TFSAPLPAH"         TO WS-FILEID.
           PERFORM  B000-START-FILE
              THRU  B099-START-FILE-EX.
           OPEN     INPUT TFSAPLPAH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSAPLPAH"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C300-READ-TFSAPLPAH
              THRU  C399-READ-TFSAPLPAH-EX
                    UNTIL WS-EOF.
           CLOSE    TFSAPLPAH.
           PERFORM  E000-END-FILE
              THRU  E099-END-FILE-EX.

           MOVE     "TFSPARDNY"         TO WS-FILEID.
           PERFORM  B000-START-FILE
              THRU  B099-START-FILE-EX.
           OPEN     INPUT TFSPARDNY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSPARDNY"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C400-READ-TFSPARDNY
              THRU  C499-READ-TFSPARDNY-EX
                    UNTIL WS-EOF.
           CLOSE    TFSPARDNY.
           PERFORM  E000-END-FILE
              THRU  E099-END-FILE-EX.

           MOVE     "TFSFNAUDT"         TO WS-FILEID.
           PERFORM  B000-START-FILE
              THRU  B099-START-FILE-EX.
           OPEN     INPUT TFSFNAUDT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSFNAUDT"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C500-READ-TFSFNAUDT
              THRU  C599-READ-TFSFNAUDT-EX
                    UNTIL WS-EOF.
           CLOSE    TFSFNAUDT.
           PERFORM  E000-END-FILE
              THRU  E099-END-FILE-EX.

           DISPLAY  " ".
           DISPLAY  "GHAUDVFY - TOTAL EXCEPTIONS         : "
                    WS-ALL-EXC-CNT.

           MOVE     WS-ALL-EXC-CNT      TO WK-N-JLOG-ITEMCNT.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-START-FILE.
      *---------------------------------------------------------------*
      *    THE HEAD IS TAKEN BEFORE THE WALK - ROWS CHAINED WHILE THE
      *    WALK RUNS ARE LEFT FOR THE NEXT RUN. THE FILE IS OPENED FOR
      *    INPUT ONLY, SO THE WRITERS ARE NEVER HELD UP.
           MOVE     ZEROES              TO WS-HEAD-SEQ
                                           WS-HEAD-CHK.
           OPEN     INPUT TFSAUDCHN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSAUDCHN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           INITIALIZE                   TFSAUDCHN-REC-1.
           MOVE     WS-FILEID           TO TFSAUDCHN-FILEID.
           READ     TFSAUDCHN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE TFSAUDCHN-LASTSEQ TO WS-HEAD-SEQ
                    MOVE TFSAUDCHN-LASTCHK TO WS-HEAD-CHK
           END-IF.
           CLOSE    TFSAUDCHN.

           MOVE     "N"                 TO WS-CHAINED-SW.
           MOVE     ZEROES              TO WS-EXP-SEQ
                                           WS-LAST-CHK
                                           WS-START-SEQ.
           MOVE     ZERO                TO WS-PD-CNT
                                           WS-ROW-CNT
                                           WS-PRE-CNT
                                           WS-LATE-CNT
                                           WS-OK-CNT
                                           WS-EXC-CNT.
           DISPLAY  " ".
           DISPLAY  "FILE " WS-FILEID "  HEAD SEQUENCE " WS-HEAD-SEQ.

       B099-START-FILE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-READ-TFSSTHST.
      *---------------------------------------------------------------*
           READ     TFSSTHST.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C199-READ-TFSSTHST-EX.
           MOVE     TFSSTHST-RECORD OF TFSSTHST-REC-1
                                        TO WS-ROW-DATA.
           MOVE     55                  TO WS-ROW-LEN.
           MOVE     TFSSTHST-CHNSEQ     TO WS-ROW-SEQ.
           MOVE     TFSSTHST-PRVCHK     TO WS-ROW-PRV.
           MOVE     TFSSTHST-CHKVAL     TO WS-ROW-CHK.
           PERFORM  D000-CHECK-ROW
              THRU  D099-CHECK-ROW-EX.

       C199-READ-TFSSTHST-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-READ-TFSMNTAUD.
      *---------------------------------------------------------------*
           READ     TFSMNTAUD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C299-READ-TFSMNTAUD-EX.
           MOVE     TFSMNTAUD-RECORD OF TFSMNTAUD-REC-1
                                        TO WS-ROW-DATA.
           MOVE     350                 TO WS-ROW-LEN.
           MOVE     TFSMNTAUD-CHNSEQ    TO WS-ROW-SEQ.
           MOVE     TFSMNTAUD-PRVCHK    TO WS-ROW-PRV.
           MOVE     TFSMNTAUD-CHKVAL    TO WS-ROW-CHK.
           PERFORM  D000-CHECK-ROW
              THRU  D099-CHECK-ROW-EX.

       C299-READ-TFSMNTAUD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C300-READ-TFSAPLPAH.
      *---------------------------------------------------------------*
           READ     TFSAPLPAH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C399-READ-TFSAPLPAH-EX.
           MOVE     TFSAPLPAH-REC-1     TO WS-ROW-DATA.
           MOVE     68                  TO WS-ROW-LEN.
           MOVE     TFSAPLPAH-CHNSEQ    TO WS-ROW-SEQ.
           MOVE     TFSAPLPAH-PRVCHK    TO WS-ROW-PRV.
           MOVE     TFSAPLPAH-CHKVAL    TO WS-ROW-CHK.
           PERFORM  D000-CHECK-ROW
              THRU  D099-CHECK-ROW-EX.

       C399-READ-TFSAPLPAH-EX.
           EXIT.

      *---------------------------------------------------------------*
       C400-READ-TFSPARDNY.
      *---------------------------------------------------------------*
           READ     TFSPARDNY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C499-READ-TFSPARDNY-EX.
           MOVE     TFSPARDNY-RECORD OF TFSPARDNY-REC-1
                                        TO WS-ROW-DATA.
           MOVE     70                  TO WS-ROW-LEN.
           MOVE     TFSPARDNY-CHNSEQ    TO WS-ROW-SEQ.
           MOVE     TFSPARDNY-PRVCHK    TO WS-ROW-PRV.
           MOVE     TFSPARDNY-CHKVAL    TO WS-ROW-CHK.
           PERFORM  D000-CHECK-ROW
              THRU  D099-CHECK-ROW-EX.

       C499-READ-TFSPARDNY-EX.
           EXIT.

      *---------------------------------------------------------------*
       C500-READ-TFSFNAUDT.
      *---------------------------------------------------------------*
           READ     TFSFNAUDT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C599-READ-TFSFNAUDT-EX.
           MOVE     TFSFNAUDT-RECORD OF TFSFNAUDT-REC-1
                                        TO WS-ROW-DATA.
           MOVE     80                  TO WS-ROW-LEN.
           MOVE     TFSFNAUDT-CHNSEQ    TO WS-ROW-SEQ.
           MOVE     TFSFNAUDT-PRVCHK    TO WS-ROW-PRV.
           MOVE     TFSFNAUDT-CHKVAL    TO WS-ROW-CHK.
           PERFORM  D000-CHECK-ROW
              THRU  D099-CHECK-ROW-EX.

       C599-READ-TFSFNAUDT-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-CHECK-ROW.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-ROW-CNT.

      *    NO LINK: FINE BEFORE CHAINING BEGAN, AN EXCEPTION AFTER.
           IF       WS-ROW-SEQ = ZERO
                    IF WS-CHAINED-SW = "Y"
                       ADD  1           TO WS-EXC-CNT
                       DISPLAY "  UNCHAINED ROW: " WS-ROW-DATA (1:50)
                    ELSE
                       ADD  1           TO WS-PRE-CNT
                    END-IF
                    GO TO D099-CHECK-ROW-EX.
           IF       WS-ROW-SEQ > WS-HEAD-SEQ
                    ADD  1              TO WS-LATE-CNT
                    GO TO D099-CHECK-ROW-EX.

      *    THE ROW AGAINST ITS OWN CHECK VALUE.
           INITIALIZE                   WK-C-XCHN-RECORD.
           MOVE     "CHK"               TO WK-C-XCHN-MODE.
           MOVE     WS-FILEID           TO WK-C-XCHN-FILEID.
           MOVE     WS-ROW-LEN          TO WK-N-XCHN-DATALEN.
           MOVE     WS-ROW-DATA         TO WK-C-XCHN-DATA.
           MOVE     WS-ROW-SEQ          TO WK-N-XCHN-CHNSEQ.
           MOVE     WS-ROW-PRV          TO WK-N-XCHN-PRVCHK.
           CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
           IF       WK-N-XCHN-CHKVAL NOT = WS-ROW-CHK
                    ADD  1              TO WS-EXC-CNT
                    DISPLAY "  ALTERED   SEQ " WS-ROW-SEQ ": "
                            WS-ROW-DATA (1:40)
           END-IF.

      *    THE FIRST LINKED ROW SEEN STARTS THE WALK - ANYTHING OLDER
      *    WAS PURGED BY HOUSEKEEPING.
           IF       WS-CHAINED-SW = "N"
                    MOVE "Y"            TO WS-CHAINED-SW
                    MOVE WS-ROW-SEQ     TO WS-EXP-SEQ
                                           WS-START-SEQ
                    MOVE WS-ROW-PRV     TO WS-LAST-CHK
           END-IF.

           MOVE     WS-ROW-SEQ          TO WS-LNK-SEQ.
           MOVE     WS-ROW-PRV          TO WS-LNK-PRV.
           MOVE     WS-ROW-CHK          TO WS-LNK-CHK.
           IF       WS-LNK-SEQ < WS-EXP-SEQ
                    ADD  1              TO WS-EXC-CNT
                    DISPLAY "  DUPLICATE SEQ " WS-LNK-SEQ
                    GO TO D099-CHECK-ROW-EX.
           IF       WS-LNK-SEQ = WS-EXP-SEQ
                    PERFORM D100-TAKE-LINK
                       THRU D199-TAKE-LINK-EX
                    PERFORM D200-DRAIN-WAITING
                       THRU D299-DRAIN-WAITING-EX
                    GO TO D099-CHECK-ROW-EX.

      *    AHEAD OF ITS TURN - PARK IT. A FULL PARKING TABLE MEANS
      *    THE MISSING SEQUENCE IS NOT COMING.
           IF       WS-PD-CNT >= WS-PD-MAX
                    PERFORM D300-SKIP-GAP
                       THRU D399-SKIP-GAP-EX
           END-IF.
           IF       WS-LNK-SEQ < WS-EXP-SEQ
                    ADD  1              TO WS-EXC-CNT
                    DISPLAY "  DUPLICATE SEQ " WS-LNK-SEQ
                    GO TO D099-CHECK-ROW-EX.
           IF       WS-LNK-SEQ = WS-EXP-SEQ
                    PERFORM D100-TAKE-LINK
                       THRU D199-TAKE-LINK-EX
                    PERFORM D200-DRAIN-WAITING
                       THRU D299-DRAIN-WAITING-EX
                    GO TO D099-CHECK-ROW-EX.
           ADD      1                   TO WS-PD-CNT.
           MOVE     WS-LNK-SEQ          TO WS-PD-SEQ (WS-PD-CNT).
           MOVE     WS-LNK-PRV          TO WS-PD-PRV (WS-PD-CNT).
           MOVE     WS-LNK-CHK          TO WS-PD-CHK (WS-PD-CNT).

       D099-CHECK-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-TAKE-LINK.
      *---------------------------------------------------------------*
      *    THE EXPECTED SEQUENCE - IT MUST POINT AT THE ROW BEFORE.
           IF       WS-LNK-PRV NOT = WS-LAST-CHK
                    ADD  1              TO WS-EXC-CNT
                    DISPLAY "  BREAK     SEQ " WS-LNK-SEQ
                            " DOES NOT LINK TO THE ROW BEFORE"
           ELSE
                    ADD  1              TO WS-OK-CNT
           END-IF.
           MOVE     WS-LNK-CHK          TO WS-LAST-CHK.
           ADD      1                   TO WS-EXP-SEQ.

       D199-TAKE-LINK-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-DRAIN-WAITING.
      *---------------------------------------------------------------*
      *    TAKE EVERY PARKED ROW WHOSE TURN HAS NOW COME.
           MOVE     ZERO                TO WS-PD-FND.
           PERFORM  D210-MATCH-WAITING
              THRU  D219-MATCH-WAITING-EX
                    VARYING WS-PD-IX FROM 1 BY 1
                    UNTIL WS-PD-IX > WS-PD-CNT
                       OR WS-PD-FND > ZERO.
           IF       WS-PD-FND = ZERO
                    GO TO D299-DRAIN-WAITING-EX.
           MOVE     WS-PD-SEQ (WS-PD-FND) TO WS-LNK-SEQ.
           MOVE     WS-PD-PRV (WS-PD-FND) TO WS-LNK-PRV.
           MOVE     WS-PD-CHK (WS-PD-FND) TO WS-LNK-CHK.
           PERFORM  D400-DROP-WAITING
              THRU  D499-DROP-WAITING-EX.
           PERFORM  D100-TAKE-LINK
              THRU  D199-TAKE-LINK-EX.
           GO TO    D200-DRAIN-WAITING.

       D299-DRAIN-WAITING-EX.
           EXIT.

       D210-MATCH-WAITING.
           IF       WS-PD-SEQ (WS-PD-IX) = WS-EXP-SEQ
                    MOVE WS-PD-IX       TO WS-PD-FND.

       D219-MATCH-WAITING-EX.
           EXIT.

      *---------------------------------------------------------------*
       D300-SKIP-GAP.
      *---------------------------------------------------------------*
      *    REPORT THE MISSING RUN UP TO THE LOWEST PARKED SEQUENCE AND
      *    RESUME THE WALK THERE.
           MOVE     1                   TO WS-PD-FND.
           PERFORM  D310-FIND-LOWEST
              THRU  D319-FIND-LOWEST-EX
                    VARYING WS-PD-IX FROM 2 BY 1
                    UNTIL WS-PD-IX > WS-PD-CNT.
           COMPUTE  WS-GAP-TO = WS-PD-SEQ (WS-PD-FND) - 1.
           ADD      1                   TO WS-EXC-CNT.
           DISPLAY  "  GAP       SEQ " WS-EXP-SEQ " TO " WS-GAP-TO
                    " MISSING".
           MOVE     WS-PD-SEQ (WS-PD-FND) TO WS-EXP-SEQ.
           MOVE     WS-PD-PRV (WS-PD-FND) TO WS-LAST-CHK.
           PERFORM  D200-DRAIN-WAITING
              THRU  D299-DRAIN-WAITING-EX.

       D399-SKIP-GAP-EX.
           EXIT.

       D310-FIND-LOWEST.
           IF       WS-PD-SEQ (WS-PD-IX) < WS-PD-SEQ (WS-PD-FND)
                    MOVE WS-PD-IX       TO WS-PD-FND.

       D319-FIND-LOWEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       D400-DROP-WAITING.
      *---------------------------------------------------------------*
      *    THE LAST ENTRY FILLS THE HOLE.
           MOVE     WS-PD-ENTRY (WS-PD-CNT) TO WS-PD-ENTRY (WS-PD-FND).
           SUBTRACT 1                   FROM WS-PD-CNT.

       D499-DROP-WAITING-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-END-FILE.
      *---------------------------------------------------------------*
           PERFORM  D300-SKIP-GAP
              THRU  D399-SKIP-GAP-EX
                    UNTIL WS-PD-CNT = ZERO.

      *    THE WALK MUST END EXACTLY WHERE THE HEAD SAYS THE CHAIN
      *    ENDS - ANYTHING SHORT IS ROWS DELETED FROM THE END.
           IF       WS-HEAD-SEQ > ZERO
                    IF WS-CHAINED-SW = "N"
                       ADD  1           TO WS-EXC-CNT
                       DISPLAY "  GAP       ALL " WS-HEAD-SEQ
                               " CHAINED ROWS MISSING"
                    ELSE
                       IF WS-EXP-SEQ <= WS-HEAD-SEQ
                          ADD  1        TO WS-EXC-CNT
                          DISPLAY "  GAP       SEQ " WS-EXP-SEQ " TO "
                                  WS-HEAD-SEQ " MISSING AT END"
                       ELSE
                          IF WS-LAST-CHK NOT = WS-HEAD-CHK
                             ADD  1     TO WS-EXC-CNT
                             DISPLAY "  BREAK     LAST ROW DOES NOT "
                                     "MATCH THE CHAIN HEAD"
                          END-IF
                       END-IF
                    END-IF
           END-IF.

           MOVE     WS-ROW-CNT          TO WS-ED-N.
           DISPLAY  "  ROWS READ               : " WS-ED-N.
           MOVE     WS-PRE-CNT          TO WS-ED-N.
           DISPLAY  "  WRITTEN BEFORE CHAINING : " WS-ED-N.
           MOVE     WS-OK-CNT           TO WS-ED-N.
           DISPLAY  "  LINKS VERIFIED          : " WS-ED-N.
           MOVE     WS-LATE-CNT         TO WS-ED-N.
           DISPLAY  "  CHAINED DURING THE WALK : " WS-ED-N.
           IF       WS-START-SEQ > 1
                    DISPLAY "  CHAIN STARTS AT SEQ     : " WS-START-SEQ
                            " (OLDER ROWS PURGED)".
           MOVE     WS-EXC-CNT          TO WS-ED-N.
           DISPLAY  "  EXCEPTIONS              : " WS-ED-N.
           ADD      WS-EXC-CNT          TO WS-ALL-EXC-CNT.

           IF       WS-EXC-CNT > ZERO
                    INITIALIZE          WK-C-ALRT-RECORD
                    MOVE WS-JOBNAME     TO WK-C-ALRT-SOURCE
                    MOVE "1"            TO WK-C-ALRT-SEVERITY
                    STRING "AUDIT CHAIN EXCEPTIONS ON " WS-FILEID
                           " - SEE GHAUDVFY REPORT"
                           DELIMITED BY SIZE INTO WK-C-ALRT-TEXT
                    CALL "TRFXALRT"     USING WK-C-ALRT-RECORD
                    GO TO E099-END-FILE-EX
           END-IF.

      *    CLEAN - RECORD AND PRINT THE PROVEN POINT AS AN ANCHOR.
           DISPLAY  "  PROVEN TO SEQ " WS-HEAD-SEQ
                    " CHECK VALUE " WS-HEAD-CHK.
           OPEN     I-O TFSAUDCHN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHAUDVFY - OPEN FILE ERROR - TFSAUDCHN"
                    GO TO Y900-ABNORMAL-TERMINATION.
           INITIALIZE                   TFSAUDCHN-REC-1.
           MOVE     WS-FILEID           TO TFSAUDCHN-FILEID.
           READ     TFSAUDCHN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE WS-RUN-DATE-8  TO TFSAUDCHN-VFYDTE
                    MOVE WS-HEAD-SEQ    TO TFSAUDCHN-VFYSEQ
                    MOVE WS-HEAD-CHK    TO TFSAUDCHN-VFYCHK
                    REWRITE TFSAUDCHN-REC-1
           END-IF.
           CLOSE    TFSAUDCHN.

       E099-END-FILE-EX.
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
      *************** END OF PROGRAM SOURCE  GHAUDVFY ***************
      ******************************************************************

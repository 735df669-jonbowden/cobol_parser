      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHVOSRTY.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  VOSTRO INSUFFICIENT-FUNDS RETRY SWEEP. TRFGSTPD
      *               PARKS AN ITEM (PRCIND "F", A "P" ROW ON
      *               TFSVOSPRK) WHEN THE VOSTRO IT DRAWS ON CANNOT
      *               CARRY THE DEBIT WITHIN ITS OVERDRAFT LINE. AS
      *               THE CORRESPONDENT'S COVER POSTS, THE VOSTRO'S
      *               RUNNING BALANCE (TFSVOSBAL, KEPT BY TRFXVBAL)
      *               RISES. THIS SWEEP:
      *                 - SEEDS A TFSVOSBAL ROW FOR EVERY TFSBNKAC
      *                   BANK/CURRENCY NOT YET CONTROLLED (THE ROW
      *                   ROLLS ITS OPENING FROM TFSVSTMT ON ITS
      *                   FIRST USE)
      *                 - WALKS THE PARKED ITEMS OLDEST FIRST AND,
      *                   WHILE THE VOSTRO'S HEADROOM (AVAILABLE PLUS
      *                   OVERDRAFT LINE, LESS WHAT THIS RUN HAS
      *                   ALREADY RELEASED AGAINST IT) COVERS THE
      *                   ITEM, PUTS IT BACK TO UNPROCESSED (PRCIND
      *                   "F" TO BLANK) SO THE NEXT TRFGSTPD RUN
      *                   RE-DRIVES THE FULL CHAIN AND POSTS THE
      *                   DEBIT FOR REAL
      *               A PARK ROW WHOSE ITEM HAS LEFT "F" BY SOME
      *               OTHER ROUTE IS CLOSED. RUN ON THE SAME INTRADAY
      *               SCHEDULE AS GHDEFSWP.
      *NOTE        :  MODELLED ON GHDEFSWP.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  VOSB01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSBAL ASSIGN TO DATABASE-TFSVOSBAL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSPRK ASSIGN TO DATABASE-TFSVOSPRK
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBNKAC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBNKAC-REC.
       01  TFSBNKAC-REC.
           COPY DDS-ALL-FORMATS OF TFSBNKAC.
       01  TFSBNKAC-REC-1.
           COPY TFSBNKAC.
       FD  TFSVOSBAL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSBAL-REC.
       01  TFSVOSBAL-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSBAL.
       01  TFSVOSBAL-REC-1.
           COPY TFSVOSBAL.
       FD  TFSVOSPRK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSPRK-REC.
       01  TFSVOSPRK-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSPRK.
       01  TFSVOSPRK-REC-1.
           COPY TFSVOSPRK.
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
           "** PROGRAM GHVOSRTY  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY SHST.
       COPY VBAL.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      * HEADROOM TABLE - ONE SLOT PER VOSTRO MET THIS RUN: WHAT IT
      * CAN STILL CARRY (AVAILABLE + OVERDRAFT LINE AT THE FIRST
      * ENQUIRY, LESS THE ITEMS ALREADY RELEASED AGAINST IT). THE
      * RELEASED ITEMS HAVE NOT POSTED YET, SO TRFXVBAL'S OWN
      * BALANCE DOES NOT SEE THEM UNTIL TRFGSTPD RE-DRIVES THEM.
       77  WS-HR-MAX           PIC S9(04) COMP VALUE 300.
       77  WS-HR-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-HR-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-HR-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-HR-TABLE.
           05 WS-HR-ENTRY      OCCURS 300.
              10 WS-HR-BANKID     PIC X(11).
              10 WS-HR-CUYCD      PIC X(03).
              10 WS-HR-CTL        PIC X(01).
      *          Y = CONTROLLED   N = NO LONGER CONTROLLED (NO ROW)
              10 WS-HR-ROOM       PIC S9(15)V9(02) COMP-3.

       77  WS-SEED-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-PRK-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-REDRV-CNT        PIC S9(07) COMP VALUE ZERO.
       77  WS-STILL-CNT        PIC S9(07) COMP VALUE ZERO.
       77  WS-CLOSED-CNT       PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHVOSRTY".

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

           PERFORM  B000-SEED-VOSTROS
              THRU  B099-SEED-VOSTROS-EX.

           OPEN     I-O TFSVOSPRK.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - NO PARKED ITEMS THIS RUN"
                    GO TO A090-REPORT.
           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSVOSPRK
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  C000-SWEEP-PARKED
              THRU  C099-SWEEP-PARKED-EX.

           CLOSE    TFSVOSPRK  TFSSTPL.

       A090-REPORT.
           DISPLAY  "GHVOSRTY - VOSTROS SEEDED      : " WS-SEED-CNT.
           DISPLAY  "GHVOSRTY - PARKED ITEMS READ   : " WS-PRK-CNT.
           DISPLAY  "GHVOSRTY - ITEMS RE-DRIVEN     : " WS-REDRV-CNT.
           DISPLAY  "GHVOSRTY - STILL SHORT         : " WS-STILL-CNT.
           DISPLAY  "GHVOSRTY - PARK ROWS CLOSED    : " WS-CLOSED-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-REDRV-CNT        TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-SEED-VOSTROS.
      *---------------------------------------------------------------*
      *    EVERY BANK ACCOUNT ON TFSBNKAC IS A VOSTRO WHOSE BALANCE IS
      *    CONTROLLED. A NEW ROW IS WRITTEN UNDATED WITH A ZERO
      *    OVERDRAFT LINE - TRFXVBAL ROLLS IT FROM THE LATEST
      *    STATEMENT CLOSING ON FIRST USE; TREASURY KEYS AN AGREED
      *    LINE ONTO THE ROW.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - OPEN FILE ERROR - TFSBNKAC"
                    GO TO B099-SEED-VOSTROS-EX.
           OPEN     I-O TFSVOSBAL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - OPEN FILE ERROR - TFSVOSBAL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSBNKAC
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-SEED-ONE-VOSTRO
              THRU  B019-SEED-ONE-VOSTRO-EX
                    UNTIL WS-EOF.
           CLOSE    TFSBNKAC  TFSVOSBAL.

       B099-SEED-VOSTROS-EX.
           EXIT.

       B010-SEED-ONE-VOSTRO.
           READ     TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-SEED-ONE-VOSTRO-EX.
           IF       TFSBNKAC-BANKID = SPACES
                    GO TO B019-SEED-ONE-VOSTRO-EX.

           INITIALIZE                   TFSVOSBAL-REC-1.
           MOVE     TFSBNKAC-BANKID     TO TFSVOSBAL-BANKID.
           MOVE     TFSBNKAC-CUYCD      TO TFSVOSBAL-CUYCD.
           READ     TFSVOSBAL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO B019-SEED-ONE-VOSTRO-EX.

           INITIALIZE                   TFSVOSBAL-REC-1.
           MOVE     TFSBNKAC-BANKID     TO TFSVOSBAL-BANKID.
           MOVE     TFSBNKAC-CUYCD      TO TFSVOSBAL-CUYCD.
           MOVE     ZERO                TO TFSVOSBAL-BALDTE
                                           TFSVOSBAL-OPENBAL
                                           TFSVOSBAL-CRTOTAL
                                           TFSVOSBAL-DRTOTAL
                                           TFSVOSBAL-ODLINE.
           WRITE    TFSVOSBAL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - WRITE ERROR - TFSVOSBAL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO B019-SEED-ONE-VOSTRO-EX.
           ADD      1                   TO WS-SEED-CNT.

       B019-SEED-ONE-VOSTRO-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SWEEP-PARKED.
      *---------------------------------------------------------------*
      *    PARK ROWS COME UP IN ITEM-NUMBER ORDER - THE ORDER THE
      *    ITEMS ARRIVED - SO THE OLDEST SHORTFALL IS COVERED FIRST.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSVOSPRK-REC-1.
           MOVE     ZEROES              TO TFSVOSPRK-PARALNO
                                           TFSVOSPRK-SEQNUM.
           START    TFSVOSPRK KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO C099-SWEEP-PARKED-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-SWEEP-ONE-ITEM
              THRU  C019-SWEEP-ONE-ITEM-EX
                    UNTIL WS-EOF.

       C099-SWEEP-PARKED-EX.
           EXIT.

       C010-SWEEP-ONE-ITEM.
           READ     TFSVOSPRK NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-SWEEP-ONE-ITEM-EX.
           IF       TFSVOSPRK-STATUS NOT = "P"
                    GO TO C019-SWEEP-ONE-ITEM-EX.
           ADD      1                   TO WS-PRK-CNT.

      *    THE ITEM MAY HAVE LEFT THE QUEUE BY HAND (REPAIR, CANCEL).
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     TFSVOSPRK-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     TFSVOSPRK-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSSPTL-PRCIND NOT = "F"
                    MOVE "X"            TO TFSVOSPRK-STATUS
                    ADD  1              TO WS-CLOSED-CNT
                    GO TO C090-REWRITE-PARK.

           PERFORM  C100-FIND-HEADROOM
              THRU  C199-FIND-HEADROOM-EX.
           IF       WS-HR-FND = ZERO
                    ADD  1              TO WS-STILL-CNT
                    GO TO C019-SWEEP-ONE-ITEM-EX.
           IF       WS-HR-CTL (WS-HR-FND) = "Y"
                    AND TFSVOSPRK-AMT > WS-HR-ROOM (WS-HR-FND)
                    ADD  1              TO WS-STILL-CNT
                    GO TO C019-SWEEP-ONE-ITEM-EX.
           IF       WS-HR-CTL (WS-HR-FND) = "Y"
                    SUBTRACT TFSVOSPRK-AMT
                        FROM WS-HR-ROOM (WS-HR-FND).

           MOVE     SPACE               TO TFSSPTL-PRCIND.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - REWRITE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           PERFORM  X800-LOG-STATUS
              THRU  X899-LOG-STATUS-EX.
           ADD      1                   TO WS-REDRV-CNT.
           MOVE     "R"                 TO TFSVOSPRK-STATUS.

       C090-REWRITE-PARK.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-RUN-DATE-8       TO TFSVOSPRK-RLSDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSVOSPRK-RLSTIME.
           REWRITE  TFSVOSPRK-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSRTY - REWRITE ERROR - TFSVOSPRK"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C019-SWEEP-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-FIND-HEADROOM.
      *---------------------------------------------------------------*
      *    FIRST ITEM FOR A VOSTRO THIS RUN - ASK TRFXVBAL FOR ITS
      *    BALANCE NOW. A VOSTRO NO LONGER ON TFSVOSBAL IS NOT
      *    CONTROLLED, SO ITS ITEMS ARE SIMPLY RELEASED. WS-HR-FND
      *    STAYS ZERO IF THE BALANCE CANNOT BE READ OR THE TABLE IS
      *    FULL - THE ITEM WAITS FOR THE NEXT RUN.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-HR-FND.
           PERFORM  C110-MATCH-ONE-SLOT
              THRU  C119-MATCH-ONE-SLOT-EX
                    VARYING WS-HR-IX FROM 1 BY 1
                    UNTIL WS-HR-IX > WS-HR-CNT
                       OR WS-HR-FND > ZERO.
           IF       WS-HR-FND > ZERO
                    GO TO C199-FIND-HEADROOM-EX.
           IF       WS-HR-CNT >= WS-HR-MAX
                    GO TO C199-FIND-HEADROOM-EX.

           INITIALIZE                   WK-C-VBAL-RECORD.
           MOVE     "INQ"               TO WK-C-VBAL-MODE.
           MOVE     TFSVOSPRK-BANKID    TO WK-C-VBAL-BANKID.
           MOVE     TFSVOSPRK-CUYCD     TO WK-C-VBAL-CUYCD.
           CALL     "TRFXVBAL"          USING WK-C-VBAL-RECORD.
           IF       WK-C-VBAL-ERROR-CD NOT = SPACES
                    DISPLAY "GHVOSRTY - TFSVOSBAL UNAVAILABLE - "
                            TFSVOSPRK-BANKID " " TFSVOSPRK-CUYCD
                    GO TO C199-FIND-HEADROOM-EX.

           ADD      1                   TO WS-HR-CNT.
           MOVE     WS-HR-CNT           TO WS-HR-FND.
           MOVE     TFSVOSPRK-BANKID    TO WS-HR-BANKID (WS-HR-CNT).
           MOVE     TFSVOSPRK-CUYCD     TO WS-HR-CUYCD (WS-HR-CNT).
           IF       WK-C-VBAL-STATUS = "NV"
                    MOVE "N"            TO WS-HR-CTL (WS-HR-CNT)
                    MOVE ZERO           TO WS-HR-ROOM (WS-HR-CNT)
           ELSE
                    MOVE "Y"            TO WS-HR-CTL (WS-HR-CNT)
                    COMPUTE WS-HR-ROOM (WS-HR-CNT) =
                            WK-N-VBAL-AVLBAL + WK-N-VBAL-ODLINE
           END-IF.

       C199-FIND-HEADROOM-EX.
           EXIT.

       C110-MATCH-ONE-SLOT.
           IF       WS-HR-BANKID (WS-HR-IX) = TFSVOSPRK-BANKID
                    AND WS-HR-CUYCD (WS-HR-IX) = TFSVOSPRK-CUYCD
                    MOVE WS-HR-IX       TO WS-HR-FND.

       C119-MATCH-ONE-SLOT-EX.
           EXIT.

      *---------------------------------------------------------------*
       X800-LOG-STATUS.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-SHST-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-SHST-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-SHST-SEQNUM.
           MOVE     "F"                 TO WK-C-SHST-OLDPRC.
           MOVE     SPACE               TO WK-C-SHST-NEWPRC.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-OLDSTR.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-NEWSTR.
           MOVE     "GHVOSRTY"          TO WK-C-SHST-PGMID.
           MOVE     SPACES              TO WK-C-SHST-USERID.
           CALL     "TRFXSHST"          USING WK-C-SHST-RECORD.

       X899-LOG-STATUS-EX.
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
      *************** END OF PROGRAM SOURCE  GHVOSRTY ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHNOSIMP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  NOSTRO CLOSURE IMPACT REPORT. FOR EVERY PLANNED
      *               CLOSURE ON TFSNOSCLS NOT YET REROUTED IT LISTS
      *               WHAT STILL POINTS AT THE OLD NOSTRO AND WHAT
      *               GHNOSRRT WILL DO WITH IT ON THE CLOSURE DATE:
      *                 - THE TFSBNKAC ACCOUNT ROW ITSELF
      *                 - TFSBSET SETTLEMENT-BANK AND TFSNOSAGT
      *                   NOSTRO-AGENT ROWS NAMING THE OLD BANK, WHEN
      *                   THE NOSTRO MOVES TO ANOTHER BANK
      *                 - TFSSSI STANDING ROUTES THROUGH THE OLD BANK
      *                 - OUTWARD TFSOUTQ INSTRUCTIONS NOT YET SENT
      *                   WHOSE RECEIVER IS THE OLD BANK
      *                 - INWARD TFSSTPL ITEMS PENDING, IN REPAIR OR
      *                   WAREHOUSED (FUTURE VALUE) WHOSE 53/54 QUOTES
      *                   THE OLD NOSTRO (TRFVNOSC) - THESE REPAIR
      *                   UNDER RSN0428 ONCE THE NOSTRO HAS CLOSED
      *               THE REPORT DATE COMES FROM THE LOCAL DATA AREA
      *               (RPTDATE, CCYYMMDD - BLANK MEANS TODAY); CUYCD
      *               AND BANKID, WHEN GIVEN, LIMIT IT TO ONE
      *               CURRENCY OR ONE CORRESPONDENT.
      *NOTE        :  MODELLED ON GHSSICHG.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOSC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSNOSCLS ASSIGN TO DATABASE-TFSNOSCLS
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBSET ASSIGN TO DATABASE-TFSBSET
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSNOSAGT ASSIGN TO DATABASE-TFSNOSAGT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSSI ASSIGN TO DATABASE-TFSSSI
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSNOSCLS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSNOSCLS-REC.
       01  TFSNOSCLS-REC.
           COPY DDS-ALL-FORMATS OF TFSNOSCLS.
       01  TFSNOSCLS-REC-1.
           COPY TFSNOSCLS.
       FD  TFSBNKAC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBNKAC-REC.
       01  TFSBNKAC-REC.
           COPY DDS-ALL-FORMATS OF TFSBNKAC.
       01  TFSBNKAC-REC-1.
           COPY TFSBNKAC.
       FD  TFSBSET
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBSET-REC.
       01  TFSBSET-REC.
           COPY DDS-ALL-FORMATS OF TFSBSET.
       01  TFSBSET-REC-1.
           COPY TFSBSET.
       FD  TFSNOSAGT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSNOSAGT-REC.
       01  TFSNOSAGT-REC.
           COPY DDS-ALL-FORMATS OF TFSNOSAGT.
       01  TFSNOSAGT-REC-1.
           COPY TFSNOSAGT.
       FD  TFSSSI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSSI-REC.
       01  TFSSSI-REC.
           COPY DDS-ALL-FORMATS OF TFSSSI.
       01  TFSSSI-REC-1.
           COPY TFSSSI.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
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
           "** PROGRAM GHNOSIMP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY VNOSC.

       01  WS-LDA-AREA.
           05 WS-LDA-RPTDATE   PIC X(08).
           05 WS-LDA-CUYCD     PIC X(03).
           05 WS-LDA-BANKID    PIC X(11).
           05 FILLER           PIC X(1002).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-RPTDATE          PIC 9(08) VALUE ZEROES.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

      *    PLANNED CLOSURES NOT YET REROUTED. BNKCHG IS "Y" WHEN THE
      *    NOSTRO MOVES TO ANOTHER BANK RATHER THAN A NEW ACCOUNT AT
      *    THE SAME ONE.
       01  WS-PLN-TABLE.
           05 WS-PLN-ENTRY     OCCURS 200 TIMES.
              10 WS-PLN-CUYCD  PIC X(03).
              10 WS-PLN-BNKENTTY PIC X(02).
              10 WS-PLN-BANKID PIC X(11).
              10 WS-PLN-PRIORITY PIC S9(02).
              10 WS-PLN-OLDACNO PIC X(15).
              10 WS-PLN-CLSDTE PIC S9(08).
              10 WS-PLN-NEWBANKID PIC X(11).
              10 WS-PLN-NEWACNO PIC X(15).
              10 WS-PLN-BNKCHG PIC X(01).
       01  WS-PLN-MAX          PIC S9(04) COMP VALUE 200.
       01  WS-PLN-CNT          PIC S9(04) COMP VALUE ZERO.
       01  WS-PLN-IX           PIC S9(04) COMP VALUE ZERO.
       01  WS-PLN-FULL-SW      PIC X(01)  VALUE "N".

       01  WS-ACTION           PIC X(40) VALUE SPACES.
       01  WS-AMT-ED           PIC Z(14)9.99.

       01  WS-PLAN-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-BNKAC-CNT        PIC 9(07) VALUE ZEROES.
       01  WS-BSET-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-NOSAGT-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-SSI-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-OUTQ-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-INWPND-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-INWWHS-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHNOSIMP".

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

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RPTDATE NUMERIC
                    AND WS-LDA-RPTDATE NOT = "00000000"
                    MOVE WS-LDA-RPTDATE TO WS-RPTDATE
           ELSE
                    MOVE WS-DATE-8      TO WS-RPTDATE
           END-IF.

           DISPLAY  "GHNOSIMP - NOSTRO CLOSURE IMPACT AS OF "
                    WS-RPTDATE " CCY " WS-LDA-CUYCD
                    " BANK " WS-LDA-BANKID.

           PERFORM  B000-LOAD-PLANS
              THRU  B099-LOAD-PLANS-EX.
           IF       WS-PLN-CNT > ZERO
                    PERFORM C000-SCAN-BNKAC
                       THRU C099-SCAN-BNKAC-EX
                    PERFORM D000-SCAN-BSET
                       THRU D099-SCAN-BSET-EX
                    PERFORM E000-SCAN-NOSAGT
                       THRU E099-SCAN-NOSAGT-EX
                    PERFORM F000-SCAN-SSI
                       THRU F099-SCAN-SSI-EX
                    PERFORM G000-SCAN-OUTWARD
                       THRU G099-SCAN-OUTWARD-EX
                    PERFORM H000-SCAN-INWARD
                       THRU H099-SCAN-INWARD-EX
           END-IF.
           PERFORM  T000-TOTALS
              THRU  T099-TOTALS-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           COMPUTE  WK-N-JLOG-ITEMCNT = WS-OUTQ-CNT + WS-INWPND-CNT
                                      + WS-INWWHS-CNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-PLANS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSNOSCLS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSNOSCLS"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - PLANNED CLOSURES".
           DISPLAY  "GHNOSIMP - CCY EN BANK        PR OLD ACCOUNT     "
                    " CLOSES   NEW BANK    NEW ACCOUNT     APPROVER".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-ONE-PLAN
              THRU  B019-ONE-PLAN-EX
                    UNTIL WS-EOF.
           CLOSE    TFSNOSCLS.

       B099-LOAD-PLANS-EX.
           EXIT.

       B010-ONE-PLAN.
           READ     TFSNOSCLS.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-ONE-PLAN-EX.

           IF       TFSNOSCLS-PLNSTAT NOT = "P"
                    GO TO B019-ONE-PLAN-EX.
           IF       WS-LDA-CUYCD NOT = SPACES
                    AND TFSNOSCLS-CUYCD NOT = WS-LDA-CUYCD
                    GO TO B019-ONE-PLAN-EX.
           IF       WS-LDA-BANKID NOT = SPACES
                    AND TFSNOSCLS-BANKID NOT = WS-LDA-BANKID
                    GO TO B019-ONE-PLAN-EX.

           ADD      1                   TO WS-PLAN-CNT.
           DISPLAY  "GHNOSIMP - " TFSNOSCLS-CUYCD
                    " " TFSNOSCLS-BNKENTTY
                    " " TFSNOSCLS-BANKID
                    " " TFSNOSCLS-PRIORITY
                    " " TFSNOSCLS-OLDACNO
                    " " TFSNOSCLS-CLSDTE
                    " " TFSNOSCLS-NEWBANKID
                    " " TFSNOSCLS-NEWACNO
                    " " TFSNOSCLS-APPRUSER.

           IF       WS-PLN-CNT NOT < WS-PLN-MAX
                    IF WS-PLN-FULL-SW = "N"
                       DISPLAY "GHNOSIMP - MORE THAN " WS-PLN-MAX
                               " PLANNED CLOSURES - REST NOT CHECKED"
                       MOVE "Y"         TO WS-PLN-FULL-SW
                    END-IF
                    GO TO B019-ONE-PLAN-EX.
           ADD      1                   TO WS-PLN-CNT.
           MOVE     TFSNOSCLS-CUYCD     TO WS-PLN-CUYCD (WS-PLN-CNT).
           MOVE     TFSNOSCLS-BNKENTTY  TO WS-PLN-BNKENTTY (WS-PLN-CNT).
           MOVE     TFSNOSCLS-BANKID    TO WS-PLN-BANKID (WS-PLN-CNT).
           MOVE     TFSNOSCLS-PRIORITY  TO WS-PLN-PRIORITY (WS-PLN-CNT).
           MOVE     TFSNOSCLS-OLDACNO   TO WS-PLN-OLDACNO (WS-PLN-CNT).
           MOVE     TFSNOSCLS-CLSDTE    TO WS-PLN-CLSDTE (WS-PLN-CNT).
           MOVE     TFSNOSCLS-NEWBANKID TO
                    WS-PLN-NEWBANKID (WS-PLN-CNT).
           MOVE     TFSNOSCLS-NEWACNO   TO WS-PLN-NEWACNO (WS-PLN-CNT).
           IF       TFSNOSCLS-NEWBANKID NOT = SPACES
                    AND TFSNOSCLS-NEWBANKID NOT = TFSNOSCLS-BANKID
                    MOVE "Y"            TO WS-PLN-BNKCHG (WS-PLN-CNT)
           ELSE
                    MOVE "N"            TO WS-PLN-BNKCHG (WS-PLN-CNT)
           END-IF.

       B019-ONE-PLAN-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-BNKAC.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - NOSTRO ACCOUNT ROWS (TFSBNKAC)".
           DISPLAY  "GHNOSIMP - EN BANK        CCY PR ACCOUNT        "
                    " ON THE CLOSURE DATE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-ONE-BNKAC
              THRU  C019-ONE-BNKAC-EX
                    UNTIL WS-EOF.
           CLOSE    TFSBNKAC.

       C099-SCAN-BNKAC-EX.
           EXIT.

       C010-ONE-BNKAC.
           READ     TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-ONE-BNKAC-EX.
           PERFORM  C020-MATCH-BNKAC
              THRU  C029-MATCH-BNKAC-EX
                    VARYING WS-PLN-IX FROM 1 BY 1
                    UNTIL WS-PLN-IX > WS-PLN-CNT.

       C019-ONE-BNKAC-EX.
           EXIT.

       C020-MATCH-BNKAC.
           IF       TFSBNKAC-CUYCD NOT = WS-PLN-CUYCD (WS-PLN-IX)
                    OR TFSBNKAC-BNKENTTY NOT =
                       WS-PLN-BNKENTTY (WS-PLN-IX)
                    OR TFSBNKAC-BANKID NOT = WS-PLN-BANKID (WS-PLN-IX)
                    GO TO C029-MATCH-BNKAC-EX.

           MOVE     SPACES              TO WS-ACTION.
           EVALUATE TRUE
               WHEN TFSBNKAC-PRIORITY NOT = WS-PLN-PRIORITY (WS-PLN-IX)
                    IF WS-PLN-BNKCHG (WS-PLN-IX) = "N"
                       GO TO C029-MATCH-BNKAC-EX
                    END-IF
                    MOVE "OTHER PRIORITY AT OLD BANK - REVIEW"
                                        TO WS-ACTION
               WHEN TFSBNKAC-BNKACNO NOT = WS-PLN-OLDACNO (WS-PLN-IX)
                    MOVE "NOT ON THE OLD ACCOUNT - NOT CHANGED"
                                        TO WS-ACTION
               WHEN WS-PLN-BNKCHG (WS-PLN-IX) = "Y"
                    STRING "MOVES TO " DELIMITED BY SIZE
                           WS-PLN-NEWBANKID (WS-PLN-IX)
                                        DELIMITED BY SPACE
                           " "          DELIMITED BY SIZE
                           WS-PLN-NEWACNO (WS-PLN-IX)
                                        DELIMITED BY SPACE
                           INTO WS-ACTION
               WHEN OTHER
                    STRING "ACCOUNT TO " DELIMITED BY SIZE
                           WS-PLN-NEWACNO (WS-PLN-IX)
                                        DELIMITED BY SPACE
                           INTO WS-ACTION
           END-EVALUATE.

           ADD      1                   TO WS-BNKAC-CNT.
           DISPLAY  "GHNOSIMP - " TFSBNKAC-BNKENTTY
                    " " TFSBNKAC-BANKID
                    " " TFSBNKAC-CUYCD
                    " " TFSBNKAC-PRIORITY
                    " " TFSBNKAC-BNKACNO
                    " " WS-ACTION.

       C029-MATCH-BNKAC-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-SCAN-BSET.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSBSET.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSBSET"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - SETTLEMENT BANK ROWS (TFSBSET)".
           DISPLAY  "GHNOSIMP - EN CORRESPOND. CCY PR SETTLE BANK "
                    " ON THE CLOSURE DATE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D010-ONE-BSET
              THRU  D019-ONE-BSET-EX
                    UNTIL WS-EOF.
           CLOSE    TFSBSET.

       D099-SCAN-BSET-EX.
           EXIT.

       D010-ONE-BSET.
           READ     TFSBSET.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D019-ONE-BSET-EX.
           PERFORM  D020-MATCH-BSET
              THRU  D029-MATCH-BSET-EX
                    VARYING WS-PLN-IX FROM 1 BY 1
                    UNTIL WS-PLN-IX > WS-PLN-CNT.

       D019-ONE-BSET-EX.
           EXIT.

       D020-MATCH-BSET.
           IF       WS-PLN-BNKCHG (WS-PLN-IX) = "N"
                    OR TFSBSET-CUYCD NOT = WS-PLN-CUYCD (WS-PLN-IX)
                    OR TFSBSET-BNKENTTY NOT =
                       WS-PLN-BNKENTTY (WS-PLN-IX)
                    OR TFSBSET-STLTMBNK NOT =
                       WS-PLN-BANKID (WS-PLN-IX)
                    GO TO D029-MATCH-BSET-EX.

           ADD      1                   TO WS-BSET-CNT.
           DISPLAY  "GHNOSIMP - " TFSBSET-BNKENTTY
                    " " TFSBSET-BANKID
                    " " TFSBSET-CUYCD
                    " " TFSBSET-PRIORITY
                    " " TFSBSET-STLTMBNK
                    " SETTLEMENT BANK TO "
                    WS-PLN-NEWBANKID (WS-PLN-IX).

       D029-MATCH-BSET-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-SCAN-NOSAGT.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSNOSAGT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSNOSAGT"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - NOSTRO AGENT FALLBACK ROWS "
                    "(TFSNOSAGT)".
           DISPLAY  "GHNOSIMP - CCY SQ AGENT BANK   "
                    "ON THE CLOSURE DATE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  E010-ONE-NOSAGT
              THRU  E019-ONE-NOSAGT-EX
                    UNTIL WS-EOF.
           CLOSE    TFSNOSAGT.

       E099-SCAN-NOSAGT-EX.
           EXIT.

       E010-ONE-NOSAGT.
           READ     TFSNOSAGT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO E019-ONE-NOSAGT-EX.
           PERFORM  E020-MATCH-NOSAGT
              THRU  E029-MATCH-NOSAGT-EX
                    VARYING WS-PLN-IX FROM 1 BY 1
                    UNTIL WS-PLN-IX > WS-PLN-CNT.

       E019-ONE-NOSAGT-EX.
           EXIT.

       E020-MATCH-NOSAGT.
           IF       WS-PLN-BNKCHG (WS-PLN-IX) = "N"
                    OR TFSNOSAGT-CUYCD NOT = WS-PLN-CUYCD (WS-PLN-IX)
                    OR TFSNOSAGT-BANKID NOT = WS-PLN-BANKID (WS-PLN-IX)
                    GO TO E029-MATCH-NOSAGT-EX.

           ADD      1                   TO WS-NOSAGT-CNT.
           DISPLAY  "GHNOSIMP - " TFSNOSAGT-CUYCD
                    " " TFSNOSAGT-SEQNO
                    " " TFSNOSAGT-BANKID
                    " AGENT TO " WS-PLN-NEWBANKID (WS-PLN-IX).

       E029-MATCH-NOSAGT-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-SCAN-SSI.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSSSI"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - STANDING ROUTES (TFSSSI)".
           DISPLAY  "GHNOSIMP - COUNTERPARTY CCY PRD EFFECTIVE "
                    "CORRESPOND. ACCOUNT         ON THE CLOSURE DATE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  F010-ONE-SSI
              THRU  F019-ONE-SSI-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSSI.

       F099-SCAN-SSI-EX.
           EXIT.

       F010-ONE-SSI.
           READ     TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F019-ONE-SSI-EX.
           IF       TFSSSI-EXPDTE NOT = ZERO
                    AND TFSSSI-EXPDTE < WS-RPTDATE
                    GO TO F019-ONE-SSI-EX.
           PERFORM  F020-MATCH-SSI
              THRU  F029-MATCH-SSI-EX
                    VARYING WS-PLN-IX FROM 1 BY 1
                    UNTIL WS-PLN-IX > WS-PLN-CNT.

       F019-ONE-SSI-EX.
           EXIT.

      *    A ROUTE QUOTING THE OLD ACCOUNT RUNS THROUGH OUR NOSTRO AND
      *    IS REROUTED. ONE THAT ONLY NAMES THE OLD BANK IS THE
      *    COUNTERPARTY'S OWN ACCOUNT THERE - LISTED FOR THE DESK TO
      *    TAKE UP WITH THE COUNTERPARTY, NOT CHANGED.
       F020-MATCH-SSI.
           IF       TFSSSI-CUYCD NOT = WS-PLN-CUYCD (WS-PLN-IX)
                    OR TFSSSI-CORRBIC NOT = WS-PLN-BANKID (WS-PLN-IX)
                    GO TO F029-MATCH-SSI-EX.

           MOVE     SPACES              TO WS-ACTION.
           IF       TFSSSI-CORRACC = WS-PLN-OLDACNO (WS-PLN-IX)
                    IF WS-PLN-BNKCHG (WS-PLN-IX) = "Y"
                       STRING "ROUTE TO " DELIMITED BY SIZE
                              WS-PLN-NEWBANKID (WS-PLN-IX)
                                        DELIMITED BY SPACE
                              " "       DELIMITED BY SIZE
                              WS-PLN-NEWACNO (WS-PLN-IX)
                                        DELIMITED BY SPACE
                              INTO WS-ACTION
                    ELSE
                       STRING "ACCOUNT TO " DELIMITED BY SIZE
                              WS-PLN-NEWACNO (WS-PLN-IX)
                                        DELIMITED BY SPACE
                              INTO WS-ACTION
                    END-IF
           ELSE
                    IF WS-PLN-BNKCHG (WS-PLN-IX) = "N"
                       GO TO F029-MATCH-SSI-EX
                    END-IF
                    MOVE "COUNTERPARTY ROUTE - REVIEW"
                                        TO WS-ACTION
           END-IF.

           ADD      1                   TO WS-SSI-CNT.
           DISPLAY  "GHNOSIMP - " TFSSSI-BANKID
                    " " TFSSSI-CUYCD
                    " " TFSSSI-PRODCD
                    " " TFSSSI-EFFDTE
                    " " TFSSSI-CORRBIC
                    " " TFSSSI-CORRACC (1:15)
                    " " WS-ACTION.

       F029-MATCH-SSI-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-SCAN-OUTWARD.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - OUTWARD NOT YET SENT VIA THE OLD BANK".
           DISPLAY  "GHNOSIMP - OUTQNO   SQ P RECEIVER    CCY VALUE   "
                    "             AMOUNT ON THE CLOSURE DATE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  G010-ONE-OUTWARD
              THRU  G019-ONE-OUTWARD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSOUTQ.

       G099-SCAN-OUTWARD-EX.
           EXIT.

       G010-ONE-OUTWARD.
           READ     TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO G019-ONE-OUTWARD-EX.

      *    NOT YET SENT: AWAITING RELEASE, REPAIR, OPS HOLD,
      *    SCREENING HOLD OR PAYMENT-CONTROL HOLD.
           IF       TFSOUTQ-PRCIND NOT = SPACE
                    AND TFSOUTQ-PRCIND NOT = "R"
                    AND TFSOUTQ-PRCIND NOT = "H"
                    AND TFSOUTQ-PRCIND NOT = "S"
                    AND TFSOUTQ-PRCIND NOT = "V"
                    GO TO G019-ONE-OUTWARD-EX.
           PERFORM  G020-MATCH-OUTWARD
              THRU  G029-MATCH-OUTWARD-EX
                    VARYING WS-PLN-IX FROM 1 BY 1
                    UNTIL WS-PLN-IX > WS-PLN-CNT.

       G019-ONE-OUTWARD-EX.
           EXIT.

      *    THE RECEIVER ACTING AS OUR CORRESPONDENT (A DIFFERENT
      *    ACCOUNT-WITH BANK IN 57) IS REROUTED WITH THE NOSTRO. A
      *    RECEIVER THAT IS ITSELF THE BENEFICIARY'S BANK STAYS - THE
      *    DESK DECIDES HOW IT IS COVERED.
       G020-MATCH-OUTWARD.
           IF       TFSOUTQ-CUYCD NOT = WS-PLN-CUYCD (WS-PLN-IX)
                    OR TFSOUTQ-BNKENTITY NOT =
                       WS-PLN-BNKENTTY (WS-PLN-IX)
                    OR TFSOUTQ-RCBNKID NOT = WS-PLN-BANKID (WS-PLN-IX)
                    GO TO G029-MATCH-OUTWARD-EX.

           MOVE     SPACES              TO WS-ACTION.
           EVALUATE TRUE
               WHEN WS-PLN-BNKCHG (WS-PLN-IX) = "N"
                    IF TFSOUTQ-VALDTE < WS-PLN-CLSDTE (WS-PLN-IX)
                       MOVE "SETTLES ON OLD ACCOUNT BEFORE CLOSURE"
                                        TO WS-ACTION
                    ELSE
                       MOVE "SETTLES ON THE NEW ACCOUNT"
                                        TO WS-ACTION
                    END-IF
               WHEN TFSOUTQ-TAG57BIC NOT = SPACES
                    AND TFSOUTQ-TAG57BIC NOT = TFSOUTQ-RCBNKID
                    STRING "RECEIVER TO " DELIMITED BY SIZE
                           WS-PLN-NEWBANKID (WS-PLN-IX)
                                        DELIMITED BY SPACE
                           INTO WS-ACTION
               WHEN OTHER
                    MOVE "RECEIVER IS BENEFICIARY BANK - REVIEW"
                                        TO WS-ACTION
           END-EVALUATE.

           ADD      1                   TO WS-OUTQ-CNT.
           MOVE     TFSOUTQ-AMT         TO WS-AMT-ED.
           DISPLAY  "GHNOSIMP - " TFSOUTQ-OUTQNO
                    " " TFSOUTQ-SEQNUM
                    " " TFSOUTQ-PRCIND
                    " " TFSOUTQ-RCBNKID
                    " " TFSOUTQ-CUYCD
                    " " TFSOUTQ-VALDTE
                    " " WS-AMT-ED
                    " " WS-ACTION.

       G029-MATCH-OUTWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-SCAN-INWARD.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSIMP - OPEN FILE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHNOSIMP - INWARD PENDING OR WAREHOUSED ON THE "
                    "OLD NOSTRO".
           DISPLAY  "GHNOSIMP - PARALNO  SQ P SENDER      CCY VALUE   "
                    "             AMOUNT M CLOSES   REFERENCE".
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  H010-ONE-INWARD
              THRU  H019-ONE-INWARD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPL.

       H099-SCAN-INWARD-EX.
           EXIT.

       H010-ONE-INWARD.
           READ     TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO H019-ONE-INWARD-EX.

           IF       TFSSPTL-PRCIND = "Y"
                    OR TFSSPTL-PRCIND = "D"
                    GO TO H019-ONE-INWARD-EX.
           IF       WS-LDA-CUYCD NOT = SPACES
                    AND TFSSPTL-CUYCD NOT = WS-LDA-CUYCD
                    GO TO H019-ONE-INWARD-EX.

           INITIALIZE                   WK-C-VNOSC-RECORD.
           MOVE     "P"                 TO WK-C-VNOSC-MODE.
           MOVE     TFSSPTL-BNKENTITY   TO WK-C-VNOSC-BNKENTTY.
           MOVE     TFSSPTL-CUYCD       TO WK-C-VNOSC-CUYCD.
           MOVE     TFSSPTL-SENBNKID    TO WK-C-VNOSC-BANKID.
           MOVE     TFSSPTL-TAG53       TO WK-C-VNOSC-TAG53.
           MOVE     TFSSPTL-TAG54       TO WK-C-VNOSC-TAG54.
           MOVE     WS-RPTDATE          TO WK-N-VNOSC-CHKDTE.
           CALL     "TRFVNOSC"          USING WK-C-VNOSC-RECORD.
           IF       WK-C-VNOSC-STATUS = SPACE
                    OR WK-C-VNOSC-PLNSTAT NOT = "P"
                    GO TO H019-ONE-INWARD-EX.
           IF       WS-LDA-BANKID NOT = SPACES
                    AND WK-C-VNOSC-PBANKID NOT = WS-LDA-BANKID
                    GO TO H019-ONE-INWARD-EX.

           IF       TFSSPTL-PRCIND = "W"
                    ADD 1               TO WS-INWWHS-CNT
           ELSE
                    ADD 1               TO WS-INWPND-CNT
           END-IF.
           MOVE     TFSSPTL-AMT         TO WS-AMT-ED.
           DISPLAY  "GHNOSIMP - " TFSSPTL-PARALNO
                    " " TFSSPTL-SEQNUM
                    " " TFSSPTL-PRCIND
                    " " TFSSPTL-SENBNKID
                    " " TFSSPTL-CUYCD
                    " " TFSSPTL-VALDTE
                    " " WS-AMT-ED
                    " " WK-C-VNOSC-STATUS
                    " " WK-N-VNOSC-CLSDTE
                    " " WK-C-VNOSC-REFBIC
                    " " WK-C-VNOSC-REFACNO (1:15).

       H019-ONE-INWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       T000-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY  "GHNOSIMP - PLANNED CLOSURES              : "
                    WS-PLAN-CNT.
           DISPLAY  "GHNOSIMP - TFSBNKAC ROWS                 : "
                    WS-BNKAC-CNT.
           DISPLAY  "GHNOSIMP - TFSBSET ROWS                  : "
                    WS-BSET-CNT.
           DISPLAY  "GHNOSIMP - TFSNOSAGT ROWS                : "
                    WS-NOSAGT-CNT.
           DISPLAY  "GHNOSIMP - TFSSSI STANDING ROUTES        : "
                    WS-SSI-CNT.
           DISPLAY  "GHNOSIMP - OUTWARD NOT YET SENT          : "
                    WS-OUTQ-CNT.
           DISPLAY  "GHNOSIMP - INWARD PENDING / IN REPAIR    : "
                    WS-INWPND-CNT.
           DISPLAY  "GHNOSIMP - INWARD WAREHOUSED             : "
                    WS-INWWHS-CNT.

       T099-TOTALS-EX.
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
      *************** END OF PROGRAM SOURCE  GHNOSIMP ***************
      ******************************************************************

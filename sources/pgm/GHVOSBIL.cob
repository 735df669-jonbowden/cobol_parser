      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHVOSBIL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY VOSTRO ACCOUNT ANALYSIS BILLING. THE
      *               CORRESPONDENTS HOLDING VOSTROS WITH US (TFSBNKAC)
      *               OWE PER-ITEM AND MAINTENANCE FEES THAT FINANCE
      *               USED TO WORK OUT BY HAND FROM MESSAGE COUNTS.
      *               THIS MONTH-END RUN:
      *                 - COUNTS EACH VOSTRO'S ACTIVITY FOR THE MONTH
      *                   BY MESSAGE TYPE - EVERY ITEM THAT MOVED THE
      *                   VOSTRO (TFSVOSMOV, DEBITS AND CREDITS, THE
      *                   TYPE FROM THE TFSSTPL ITEM)
      *                 - PRICES IT FROM THE TFSVOSFEE SCHEDULE (THE
      *                   BANK'S OWN ROW, ELSE THE CURRENCY DEFAULT)
      *                   PLUS THE MONTHLY MAINTENANCE FEE
      *                 - PRINTS AN ANALYSIS STATEMENT PER VOSTRO AND
      *                   REGISTERS THE BILL ON TFSVOSBIL
      *                 - DEBITS THE FEE TO THE VOSTRO (TRFXVBAL),
      *                   SENDS THE MT900 ADVICE (NUMBERED FROM
      *                   TFSCLSYS-MSGNOREM, LOGGED THROUGH TRFGMSLG)
      *                   AND POSTS THE INCOME TO THE SCHEDULE'S GL
      *                   (TFSGLUSE)
      *               A VOSTRO THAT CANNOT CARRY THE DEBIT STAYS
      *               OUTSTANDING AND IS RETRIED BY EVERY LATER RUN.
      *               A MONTH ALREADY BILLED IS NOT BILLED AGAIN, SO
      *               A RERUN ONLY RETRIES COLLECTION. ENDS WITH THE
      *               BILLED-VERSUS-COLLECTED SUMMARY FOR FINANCE.
      *NOTE        :  MODELLED ON GHM101BL (BILLING SHAPE) AND GHM950O
      *               (NUMBER-AND-LOG).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  VBIL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSVOSMOV ASSIGN TO DATABASE-TFSVOSMOV
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSFEE ASSIGN TO DATABASE-TFSVOSFEE
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSBIL ASSIGN TO DATABASE-TFSVOSBIL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSGLUSE ASSIGN TO DATABASE-TFSGLUSE
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
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
       FD  TFSVOSMOV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSMOV-REC.
       01  TFSVOSMOV-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSMOV.
       01  TFSVOSMOV-REC-1.
           COPY TFSVOSMOV.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSVOSFEE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSFEE-REC.
       01  TFSVOSFEE-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSFEE.
       01  TFSVOSFEE-REC-1.
           COPY TFSVOSFEE.
       FD  TFSVOSBIL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSBIL-REC.
       01  TFSVOSBIL-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSBIL.
       01  TFSVOSBIL-REC-1.
           COPY TFSVOSBIL.
       FD  TFSGLUSE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSGLUSE-REC.
       01  TFSGLUSE-REC.
           COPY DDS-ALL-FORMATS OF TFSGLUSE.
       01  TFSGLUSE-REC-1.
           COPY TFSGLUSE.
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
       01  TFSCLSYS-REC.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHVOSBIL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY MSLG.
       COPY VBAL.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-MTH-FROM         PIC S9(08) VALUE ZEROES.
       01  WS-BILL-MTH         PIC 9(06)  VALUE ZEROES.

      * VOSTRO ACCOUNT TABLE - ONE SLOT PER BANK/CURRENCY.
       77  WS-VA-MAX           PIC S9(04) COMP VALUE 300.
       77  WS-VA-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-VA-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-VA-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-VA-TABLE.
           05 WS-VA-ENTRY      OCCURS 300.
              10 WS-VA-BANKID     PIC X(11).
              10 WS-VA-CUYCD      PIC X(03).
              10 WS-VA-ACNO       PIC X(15).
              10 WS-VA-ITEMCNT    PIC S9(07) COMP.

      * ACTIVITY BY MESSAGE TYPE - ONE SLOT PER VOSTRO AND TYPE.
       77  WS-MT-MAX           PIC S9(04) COMP VALUE 2000.
       77  WS-MT-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-MT-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-MT-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-MT-FULL-SW       PIC X(01) VALUE "N".
       01  WS-MT-TABLE.
           05 WS-MT-ENTRY      OCCURS 2000.
              10 WS-MT-VA         PIC S9(04) COMP.
              10 WS-MT-TYPE       PIC 9(03).
              10 WS-MT-ITEMS      PIC S9(07) COMP.
       01  WS-SRCH-TYPE        PIC 9(03) VALUE ZEROES.

      * BILLED-VERSUS-COLLECTED TOTALS - ONE SLOT PER CURRENCY.
       77  WS-SM-MAX           PIC S9(04) COMP VALUE 50.
       77  WS-SM-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-SM-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-SM-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-SM-TABLE.
           05 WS-SM-ENTRY      OCCURS 50.
              10 WS-SM-CUYCD      PIC X(03).
              10 WS-SM-BILLED     PIC S9(13)V9(02) COMP-3.
              10 WS-SM-COLLECTED  PIC S9(13)V9(02) COMP-3.
              10 WS-SM-OUTSTAND   PIC S9(13)V9(02) COMP-3.
              10 WS-SM-OUTCNT     PIC S9(05) COMP.

       01  WS-FEE-FOUND-SW     PIC X(01) VALUE "N".
       01  WS-UNIT-FEE         PIC S9(09)V9(02) VALUE ZERO.
       01  WS-LINE-FEE         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-ITEM-FEE         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-MNT-FEE          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-INC-GLNO         PIC 9(06)  VALUE ZEROES.
       01  WS-NEW-MSGNO        PIC S9(05) VALUE ZEROES.
       01  WS-ED-AMT           PIC Z(12)9.99-.
       01  WS-ED-FEE           PIC Z(08)9.99-.
       01  WS-ED-CNT           PIC Z(06)9.
       01  WS-ED-BILLED        PIC Z(12)9.99-.
       01  WS-ED-COLLECTED     PIC Z(12)9.99-.
       01  WS-ED-OUTSTAND      PIC Z(12)9.99-.
       01  WS-REF-20           PIC X(16) VALUE SPACES.

       77  WS-BILL-CNT         PIC S9(05) COMP VALUE ZERO.
       77  WS-DONE-CNT         PIC S9(05) COMP VALUE ZERO.
       77  WS-COL-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-OUT-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-GL-SEQ           PIC S9(04) COMP VALUE ZERO.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-JOBNAME          PIC X(10) VALUE "GHVOSBIL".

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
           COMPUTE  WS-MTH-FROM =
                    (WS-RUN-DATE-8 / 100) * 100 + 1.
           COMPUTE  WS-BILL-MTH = WS-RUN-DATE-8 / 100.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  B000-LOAD-VOSTROS
              THRU  B099-LOAD-VOSTROS-EX.
           PERFORM  C000-COUNT-ACTIVITY
              THRU  C099-COUNT-ACTIVITY-EX.

           OPEN     INPUT TFSVOSFEE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSVOSFEE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSVOSBIL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSVOSBIL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSVOSFEE
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     EXTEND TFSGLUSE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSGLUSE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSVOSFEE  TFSVOSBIL
                    GO TO Y900-ABNORMAL-TERMINATION.

      *    EARLIER MONTHS STILL OUTSTANDING ARE RETRIED FIRST - THE
      *    OLDEST DEBT TAKES THE VOSTRO'S MONEY BEFORE THIS MONTH'S.
           PERFORM  E000-RETRY-OUTSTANDING
              THRU  E099-RETRY-OUTSTANDING-EX.

           DISPLAY  "GHVOSBIL - VOSTRO ANALYSIS BILLING "
                    WS-MTH-FROM " TO " WS-RUN-DATE-8.
           PERFORM  D000-BILL-ONE-VOSTRO
              THRU  D099-BILL-ONE-VOSTRO-EX
                    VARYING WS-VA-IX FROM 1 BY 1
                    UNTIL WS-VA-IX > WS-VA-CNT.

           PERFORM  G000-FINANCE-SUMMARY
              THRU  G099-FINANCE-SUMMARY-EX.

           CLOSE    TFSVOSFEE  TFSVOSBIL  TFSGLUSE.

           DISPLAY  "GHVOSBIL - VOSTROS BILLED     : " WS-BILL-CNT.
           DISPLAY  "GHVOSBIL - ALREADY BILLED     : " WS-DONE-CNT.
           DISPLAY  "GHVOSBIL - FEES COLLECTED     : " WS-COL-CNT.
           DISPLAY  "GHVOSBIL - LEFT OUTSTANDING   : " WS-OUT-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-BILL-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-VOSTROS.
      *---------------------------------------------------------------*
      *    EVERY BANK ACCOUNT ON TFSBNKAC IS A VOSTRO - EACH OWES THE
      *    MAINTENANCE FEE WHETHER OR NOT IT MOVED THIS MONTH.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-LOAD-ONE-VOSTRO
              THRU  B019-LOAD-ONE-VOSTRO-EX
                    UNTIL WS-EOF
                       OR WS-VA-CNT >= WS-VA-MAX.
           IF       WS-VA-CNT >= WS-VA-MAX
                    DISPLAY "GHVOSBIL - VOSTRO TABLE FULL - RESULTS "
                            "INCOMPLETE".
           CLOSE    TFSBNKAC.

       B099-LOAD-VOSTROS-EX.
           EXIT.

       B010-LOAD-ONE-VOSTRO.
           READ     TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-LOAD-ONE-VOSTRO-EX.
           IF       TFSBNKAC-BANKID = SPACES
                    GO TO B019-LOAD-ONE-VOSTRO-EX.
           ADD      1                   TO WS-VA-CNT.
           MOVE     TFSBNKAC-BANKID     TO WS-VA-BANKID (WS-VA-CNT).
           MOVE     TFSBNKAC-CUYCD      TO WS-VA-CUYCD (WS-VA-CNT).
           MOVE     TFSBNKAC-BNKACNO    TO WS-VA-ACNO (WS-VA-CNT).
           MOVE     ZERO                TO WS-VA-ITEMCNT (WS-VA-CNT).

       B019-LOAD-ONE-VOSTRO-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-COUNT-ACTIVITY.
      *---------------------------------------------------------------*
      *    EVERY ITEM THAT MOVED A VOSTRO THIS MONTH, DEBIT OR CREDIT,
      *    COUNTS AGAINST IT UNDER THE ITEM'S MESSAGE TYPE. OUR OWN
      *    FEE DEBITS (NO ITEM NUMBER) ARE NOT ACTIVITY.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSVOSMOV.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - NO VOSTRO MOVEMENTS ON FILE"
                    GO TO C099-COUNT-ACTIVITY-EX.
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSSTPL"
                    CLOSE TFSVOSMOV
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C010-COUNT-ONE-MOVEMENT
              THRU  C019-COUNT-ONE-MOVEMENT-EX
                    UNTIL WS-EOF.
           CLOSE    TFSVOSMOV  TFSSTPL.

       C099-COUNT-ACTIVITY-EX.
           EXIT.

       C010-COUNT-ONE-MOVEMENT.
           READ     TFSVOSMOV.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C019-COUNT-ONE-MOVEMENT-EX.
           IF       TFSVOSMOV-MOVDTE < WS-MTH-FROM
                    OR TFSVOSMOV-MOVDTE > WS-RUN-DATE-8
                    OR TFSVOSMOV-PARALNO = ZERO
                    GO TO C019-COUNT-ONE-MOVEMENT-EX.

           MOVE     ZERO                TO WS-VA-FND.
           PERFORM  C020-MATCH-VOSTRO
              THRU  C029-MATCH-VOSTRO-EX
                    VARYING WS-VA-IX FROM 1 BY 1
                    UNTIL WS-VA-IX > WS-VA-CNT
                       OR WS-VA-FND > ZERO.
           IF       WS-VA-FND = ZERO
                    GO TO C019-COUNT-ONE-MOVEMENT-EX.

      *    AN ITEM NO LONGER ON TFSSTPL IS COUNTED UNDER TYPE 999.
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     TFSVOSMOV-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     TFSVOSMOV-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE TFSSPTL-SWFTMGTY TO WS-SRCH-TYPE
           ELSE
                    MOVE 999            TO WS-SRCH-TYPE
           END-IF.

           ADD      1                   TO WS-VA-ITEMCNT (WS-VA-FND).
           MOVE     ZERO                TO WS-MT-FND.
           PERFORM  C030-MATCH-TYPE
              THRU  C039-MATCH-TYPE-EX
                    VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-CNT
                       OR WS-MT-FND > ZERO.
           IF       WS-MT-FND = ZERO
                    IF WS-MT-CNT >= WS-MT-MAX
                       IF WS-MT-FULL-SW NOT = "Y"
                          MOVE "Y"      TO WS-MT-FULL-SW
                          DISPLAY "GHVOSBIL - ACTIVITY TABLE FULL - "
                                  "RESULTS INCOMPLETE"
                       END-IF
                       GO TO C019-COUNT-ONE-MOVEMENT-EX
                    END-IF
                    ADD  1              TO WS-MT-CNT
                    MOVE WS-MT-CNT      TO WS-MT-FND
                    MOVE WS-VA-FND      TO WS-MT-VA (WS-MT-FND)
                    MOVE WS-SRCH-TYPE   TO WS-MT-TYPE (WS-MT-FND)
                    MOVE ZERO           TO WS-MT-ITEMS (WS-MT-FND)
           END-IF.
           ADD      1                   TO WS-MT-ITEMS (WS-MT-FND).

       C019-COUNT-ONE-MOVEMENT-EX.
           EXIT.

       C020-MATCH-VOSTRO.
           IF       WS-VA-BANKID (WS-VA-IX) = TFSVOSMOV-BANKID
                    AND WS-VA-CUYCD (WS-VA-IX) = TFSVOSMOV-CUYCD
                    MOVE WS-VA-IX       TO WS-VA-FND.

       C029-MATCH-VOSTRO-EX.
           EXIT.

       C030-MATCH-TYPE.
           IF       WS-MT-VA (WS-MT-IX) = WS-VA-FND
                    AND WS-MT-TYPE (WS-MT-IX) = WS-SRCH-TYPE
                    MOVE WS-MT-IX       TO WS-MT-FND.

       C039-MATCH-TYPE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-BILL-ONE-VOSTRO.
      *---------------------------------------------------------------*
      *    ONE ANALYSIS STATEMENT PER VOSTRO: A LINE PER MESSAGE TYPE
      *    (ITEMS, FEE PER ITEM, AMOUNT), THE MAINTENANCE FEE AND THE
      *    TOTAL. NOTHING DUE = NO STATEMENT.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSVOSBIL-REC-1.
           MOVE     WS-VA-BANKID (WS-VA-IX) TO TFSVOSBIL-BANKID.
           MOVE     WS-VA-CUYCD (WS-VA-IX)  TO TFSVOSBIL-CUYCD.
           MOVE     WS-BILL-MTH         TO TFSVOSBIL-BILLMTH.
           READ     TFSVOSBIL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    ADD  1              TO WS-DONE-CNT
                    GO TO D099-BILL-ONE-VOSTRO-EX.

           MOVE     ZERO                TO WS-ITEM-FEE
                                           WS-MNT-FEE
                                           WS-INC-GLNO.
           MOVE     ZERO                TO WS-SRCH-TYPE.
           PERFORM  F000-FIND-FEE
              THRU  F099-FIND-FEE-EX.
           IF       WS-FEE-FOUND-SW = "Y"
                    MOVE WS-UNIT-FEE    TO WS-MNT-FEE
                    MOVE TFSVOSFEE-INCGLNO TO WS-INC-GLNO.

           PERFORM  D100-PRICE-ONE-TYPE
              THRU  D199-PRICE-ONE-TYPE-EX
                    VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-CNT.

           IF       WS-ITEM-FEE + WS-MNT-FEE = ZERO
                    GO TO D099-BILL-ONE-VOSTRO-EX.

           DISPLAY  "----------------------------------------".
           DISPLAY  "VOSTRO ACCOUNT ANALYSIS - "
                    WS-VA-BANKID (WS-VA-IX) " "
                    WS-VA-CUYCD (WS-VA-IX).
           DISPLAY  "  ACCOUNT       : " WS-VA-ACNO (WS-VA-IX).
           DISPLAY  "  PERIOD        : " WS-MTH-FROM
                    " TO " WS-RUN-DATE-8.
           MOVE     WS-VA-ITEMCNT (WS-VA-IX) TO WS-ED-CNT.
           DISPLAY  "  ITEMS         : " WS-ED-CNT.
           PERFORM  D200-LIST-ONE-TYPE
              THRU  D299-LIST-ONE-TYPE-EX
                    VARYING WS-MT-IX FROM 1 BY 1
                    UNTIL WS-MT-IX > WS-MT-CNT.
           MOVE     WS-MNT-FEE          TO WS-ED-AMT.
           DISPLAY  "  MAINTENANCE   : " WS-ED-AMT.
           COMPUTE  WS-LINE-FEE = WS-ITEM-FEE + WS-MNT-FEE.
           MOVE     WS-LINE-FEE         TO WS-ED-AMT.
           DISPLAY  "  TOTAL FEES    : " WS-ED-AMT.

           INITIALIZE                   TFSVOSBIL-REC-1.
           MOVE     WS-VA-BANKID (WS-VA-IX) TO TFSVOSBIL-BANKID.
           MOVE     WS-VA-CUYCD (WS-VA-IX)  TO TFSVOSBIL-CUYCD.
           MOVE     WS-BILL-MTH         TO TFSVOSBIL-BILLMTH.
           MOVE     WS-VA-ITEMCNT (WS-VA-IX) TO TFSVOSBIL-ITEMCNT.
           MOVE     WS-ITEM-FEE         TO TFSVOSBIL-ITEMFEE.
           MOVE     WS-MNT-FEE          TO TFSVOSBIL-MNTFEE.
           MOVE     WS-LINE-FEE         TO TFSVOSBIL-FEEAMT.
           MOVE     WS-RUN-DATE-8       TO TFSVOSBIL-BILLDTE.
           MOVE     "O"                 TO TFSVOSBIL-STATUS.
           MOVE     ZERO                TO TFSVOSBIL-COLAMT
                                           TFSVOSBIL-COLDTE
                                           TFSVOSBIL-MSGNO.
           MOVE     WS-INC-GLNO         TO TFSVOSBIL-INCGLNO.
           WRITE    TFSVOSBIL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - WRITE ERROR - TFSVOSBIL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-BILL-CNT.

           MOVE     WS-VA-ACNO (WS-VA-IX) TO WS-REF-20.
           PERFORM  H000-COLLECT-FEE
              THRU  H099-COLLECT-FEE-EX.

       D099-BILL-ONE-VOSTRO-EX.
           EXIT.

       D100-PRICE-ONE-TYPE.
           IF       WS-MT-VA (WS-MT-IX) NOT = WS-VA-IX
                    GO TO D199-PRICE-ONE-TYPE-EX.
           MOVE     WS-MT-TYPE (WS-MT-IX) TO WS-SRCH-TYPE.
           PERFORM  F000-FIND-FEE
              THRU  F099-FIND-FEE-EX.
           IF       WS-FEE-FOUND-SW NOT = "Y"
                    GO TO D199-PRICE-ONE-TYPE-EX.
           COMPUTE  WS-ITEM-FEE = WS-ITEM-FEE
                    + WS-MT-ITEMS (WS-MT-IX) * WS-UNIT-FEE.
           IF       WS-INC-GLNO = ZERO
                    MOVE TFSVOSFEE-INCGLNO TO WS-INC-GLNO.

       D199-PRICE-ONE-TYPE-EX.
           EXIT.

       D200-LIST-ONE-TYPE.
           IF       WS-MT-VA (WS-MT-IX) NOT = WS-VA-IX
                    GO TO D299-LIST-ONE-TYPE-EX.
           MOVE     WS-MT-TYPE (WS-MT-IX) TO WS-SRCH-TYPE.
           PERFORM  F000-FIND-FEE
              THRU  F099-FIND-FEE-EX.
           COMPUTE  WS-LINE-FEE =
                    WS-MT-ITEMS (WS-MT-IX) * WS-UNIT-FEE.
           MOVE     WS-MT-ITEMS (WS-MT-IX) TO WS-ED-CNT.
           MOVE     WS-UNIT-FEE         TO WS-ED-FEE.
           MOVE     WS-LINE-FEE         TO WS-ED-AMT.
           DISPLAY  "    MT" WS-MT-TYPE (WS-MT-IX)
                    "  ITEMS " WS-ED-CNT
                    "  @ " WS-ED-FEE
                    "  " WS-ED-AMT.

       D299-LIST-ONE-TYPE-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-RETRY-OUTSTANDING.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSVOSBIL-REC-1.
           MOVE     LOW-VALUES          TO TFSVOSBIL-BANKID
                                           TFSVOSBIL-CUYCD.
           MOVE     ZEROES              TO TFSVOSBIL-BILLMTH.
           START    TFSVOSBIL KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO E099-RETRY-OUTSTANDING-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  E010-RETRY-ONE-BILL
              THRU  E019-RETRY-ONE-BILL-EX
                    UNTIL WS-EOF.

       E099-RETRY-OUTSTANDING-EX.
           EXIT.

       E010-RETRY-ONE-BILL.
           READ     TFSVOSBIL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO E019-RETRY-ONE-BILL-EX.
           IF       TFSVOSBIL-STATUS NOT = "O"
                    OR TFSVOSBIL-BILLMTH >= WS-BILL-MTH
                    GO TO E019-RETRY-ONE-BILL-EX.
           MOVE     SPACES              TO WS-REF-20.
           PERFORM  H000-COLLECT-FEE
              THRU  H099-COLLECT-FEE-EX.

       E019-RETRY-ONE-BILL-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-FIND-FEE.
      *---------------------------------------------------------------*
      *    THE CORRESPONDENT'S OWN ROW, ELSE THE CURRENCY DEFAULT.
      *    NO ROW = THE TYPE IS NOT CHARGED.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-FEE-FOUND-SW.
           MOVE     ZERO                TO WS-UNIT-FEE.
           INITIALIZE                   TFSVOSFEE-REC-1.
           MOVE     WS-VA-BANKID (WS-VA-IX) TO TFSVOSFEE-BANKID.
           MOVE     WS-VA-CUYCD (WS-VA-IX)  TO TFSVOSFEE-CUYCD.
           MOVE     WS-SRCH-TYPE        TO TFSVOSFEE-SWFTMGTY.
           READ     TFSVOSFEE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    INITIALIZE          TFSVOSFEE-REC-1
                    MOVE SPACES         TO TFSVOSFEE-BANKID
                    MOVE WS-VA-CUYCD (WS-VA-IX) TO TFSVOSFEE-CUYCD
                    MOVE WS-SRCH-TYPE   TO TFSVOSFEE-SWFTMGTY
                    READ TFSVOSFEE KEY IS EXTERNALLY-DESCRIBED-KEY
           END-IF.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-FEE-FOUND-SW
                    MOVE TFSVOSFEE-ITEMFEE TO WS-UNIT-FEE.

       F099-FIND-FEE-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-FINANCE-SUMMARY.
      *---------------------------------------------------------------*
      *    BILLED = THIS MONTH'S BILLS. COLLECTED = FEE DEBITS POSTED
      *    TODAY, WHATEVER MONTH THEY BELONG TO. OUTSTANDING = EVERY
      *    BILL STILL UNCOLLECTED, ANY MONTH.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSVOSBIL-REC-1.
           MOVE     LOW-VALUES          TO TFSVOSBIL-BANKID
                                           TFSVOSBIL-CUYCD.
           MOVE     ZEROES              TO TFSVOSBIL-BILLMTH.
           START    TFSVOSBIL KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO G050-PRINT-SUMMARY.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  G010-SUM-ONE-BILL
              THRU  G019-SUM-ONE-BILL-EX
                    UNTIL WS-EOF.

       G050-PRINT-SUMMARY.
           DISPLAY  "========================================".
           DISPLAY  "VOSTRO FEES - BILLED VERSUS COLLECTED "
                    WS-BILL-MTH.
           DISPLAY  "CCY          BILLED       COLLECTED"
                    "     OUTSTANDING  BILLS".
           PERFORM  G100-PRINT-ONE-CURRENCY
              THRU  G199-PRINT-ONE-CURRENCY-EX
                    VARYING WS-SM-IX FROM 1 BY 1
                    UNTIL WS-SM-IX > WS-SM-CNT.

       G099-FINANCE-SUMMARY-EX.
           EXIT.

       G010-SUM-ONE-BILL.
           READ     TFSVOSBIL NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO G019-SUM-ONE-BILL-EX.

           MOVE     ZERO                TO WS-SM-FND.
           PERFORM  G020-MATCH-CURRENCY
              THRU  G029-MATCH-CURRENCY-EX
                    VARYING WS-SM-IX FROM 1 BY 1
                    UNTIL WS-SM-IX > WS-SM-CNT
                       OR WS-SM-FND > ZERO.
           IF       WS-SM-FND = ZERO
                    IF WS-SM-CNT >= WS-SM-MAX
                       GO TO G019-SUM-ONE-BILL-EX
                    END-IF
                    ADD  1              TO WS-SM-CNT
                    MOVE WS-SM-CNT      TO WS-SM-FND
                    MOVE TFSVOSBIL-CUYCD TO WS-SM-CUYCD (WS-SM-FND)
                    MOVE ZERO           TO WS-SM-BILLED (WS-SM-FND)
                                           WS-SM-COLLECTED (WS-SM-FND)
                                           WS-SM-OUTSTAND (WS-SM-FND)
                                           WS-SM-OUTCNT (WS-SM-FND)
           END-IF.

           IF       TFSVOSBIL-BILLMTH = WS-BILL-MTH
                    ADD  TFSVOSBIL-FEEAMT TO WS-SM-BILLED (WS-SM-FND).
           IF       TFSVOSBIL-STATUS = "C"
                    AND TFSVOSBIL-COLDTE = WS-RUN-DATE-8
                    ADD  TFSVOSBIL-COLAMT
                      TO WS-SM-COLLECTED (WS-SM-FND).
           IF       TFSVOSBIL-STATUS = "O"
                    ADD  TFSVOSBIL-FEEAMT
                      TO WS-SM-OUTSTAND (WS-SM-FND)
                    ADD  1              TO WS-SM-OUTCNT (WS-SM-FND).

       G019-SUM-ONE-BILL-EX.
           EXIT.

       G020-MATCH-CURRENCY.
           IF       WS-SM-CUYCD (WS-SM-IX) = TFSVOSBIL-CUYCD
                    MOVE WS-SM-IX       TO WS-SM-FND.

       G029-MATCH-CURRENCY-EX.
           EXIT.

       G100-PRINT-ONE-CURRENCY.
           MOVE     WS-SM-BILLED (WS-SM-IX)    TO WS-ED-BILLED.
           MOVE     WS-SM-COLLECTED (WS-SM-IX) TO WS-ED-COLLECTED.
           MOVE     WS-SM-OUTSTAND (WS-SM-IX)  TO WS-ED-OUTSTAND.
           MOVE     WS-SM-OUTCNT (WS-SM-IX)    TO WS-ED-CNT.
           DISPLAY  WS-SM-CUYCD (WS-SM-IX) " "
                    WS-ED-BILLED " " WS-ED-COLLECTED " "
                    WS-ED-OUTSTAND " " WS-ED-CNT.

       G199-PRINT-ONE-CURRENCY-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-COLLECT-FEE.
      *---------------------------------------------------------------*
      *    THE FEE IS DEBITED THROUGH THE SAME RUNNING-BALANCE
      *    CONTROL AS ANY OTHER DEBIT TO THE VOSTRO, SO IT SHOWS ON
      *    THE HOLDER'S MT950. A VOSTRO THAT CANNOT CARRY IT LEAVES
      *    THE BILL OUTSTANDING. A VOSTRO OUTSIDE THE BALANCE CONTROL
      *    IS DEBITED UNCONDITIONALLY. WORKS ON THE CURRENT TFSVOSBIL
      *    ROW.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-VBAL-RECORD.
           MOVE     "DR "               TO WK-C-VBAL-MODE.
           MOVE     TFSVOSBIL-BANKID    TO WK-C-VBAL-BANKID.
           MOVE     TFSVOSBIL-CUYCD     TO WK-C-VBAL-CUYCD.
           MOVE     TFSVOSBIL-FEEAMT    TO WK-N-VBAL-AMT.
           MOVE     ZEROES              TO WK-N-VBAL-PARALNO
                                           WK-N-VBAL-SEQNUM.
           CALL     "TRFXVBAL"          USING WK-C-VBAL-RECORD.
           IF       WK-C-VBAL-ERROR-CD NOT = SPACES
                    OR WK-C-VBAL-STATUS = "XX"
                    ADD  1              TO WS-OUT-CNT
                    MOVE WK-N-VBAL-AVLBAL TO WS-ED-AMT
                    DISPLAY "GHVOSBIL - FEES OUTSTANDING "
                            TFSVOSBIL-BANKID " " TFSVOSBIL-CUYCD
                            " " TFSVOSBIL-BILLMTH
                            " - AVAILABLE " WS-ED-AMT
                    GO TO H099-COLLECT-FEE-EX.

           PERFORM  H100-NUMBER-AND-LOG
              THRU  H199-NUMBER-AND-LOG-EX.

           MOVE     "C"                 TO TFSVOSBIL-STATUS.
           MOVE     TFSVOSBIL-FEEAMT    TO TFSVOSBIL-COLAMT.
           MOVE     WS-RUN-DATE-8       TO TFSVOSBIL-COLDTE.
           MOVE     WS-NEW-MSGNO        TO TFSVOSBIL-MSGNO.
           REWRITE  TFSVOSBIL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - REWRITE ERROR - TFSVOSBIL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

      *    MT900 ADVICE - OUR DEBIT OF THE CORRESPONDENT'S VOSTRO.
           IF       WS-REF-20 = SPACES
                    MOVE TFSVOSBIL-BANKID TO WS-REF-20.
           MOVE     TFSVOSBIL-FEEAMT    TO WS-ED-AMT.
           DISPLAY  "MT900 TO " TFSVOSBIL-BANKID
                    " MSG NO " WS-NEW-MSGNO.
           DISPLAY  "  :20: VOSFEE" TFSVOSBIL-BILLMTH.
           DISPLAY  "  :21: ANALYSIS " TFSVOSBIL-BILLMTH.
           DISPLAY  "  :25: " WS-REF-20.
           DISPLAY  "  :32A:" WS-RUN-DATE-8 TFSVOSBIL-CUYCD
                    WS-ED-AMT.

      *    THE INCOME LEG.
           ADD      1                   TO WS-GL-SEQ.
           INITIALIZE                   TFSGLUSE-REC-1.
           MOVE     ZEROES              TO TFSGLUSE-PARALNO.
           MOVE     ZEROES              TO TFSGLUSE-SEQNUM.
           MOVE     TFSVOSBIL-INCGLNO   TO TFSGLUSE-GLNO6.
           MOVE     TFSVOSBIL-CUYCD     TO TFSGLUSE-CUYCD.
           MOVE     TFSVOSBIL-FEEAMT    TO TFSGLUSE-AMT.
           MOVE     "GHVOSBIL"          TO TFSGLUSE-SRCPGM.
           MOVE     WS-RUN-DATE-8       TO TFSGLUSE-LOGDTE.
           MOVE     WS-GL-SEQ           TO TFSGLUSE-SEQNO.
           WRITE    TFSGLUSE-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - WRITE ERROR - TFSGLUSE"
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-COL-CNT.

       H099-COLLECT-FEE-EX.
           EXIT.

      *---------------------------------------------------------------*
       H100-NUMBER-AND-LOG.
      *---------------------------------------------------------------*
           OPEN     I-O TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - OPEN FILE ERROR - TFSCLSYS"
                    GO TO Y900-ABNORMAL-TERMINATION.
           READ     TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - READ ERROR - TFSCLSYS"
                    CLOSE TFSCLSYS
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO TFSCLSYS-MSGNOREM.
           REWRITE  TFSCLSYS-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHVOSBIL - REWRITE ERROR - TFSCLSYS"
                    CLOSE TFSCLSYS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSCLSYS-MSGNOREM   TO WS-NEW-MSGNO.
           CLOSE    TFSCLSYS.

           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           INITIALIZE                   WK-C-MSLG-RECORD.
           MOVE     "R"                 TO WK-C-MSLG-MSGTYPE.
           MOVE     WS-NEW-MSGNO        TO WK-N-MSLG-MSGNO.
           MOVE     WS-RUN-DATE-8       TO WK-N-MSLG-SNDDTE.
           MOVE     WS-TIME-6           TO WK-N-MSLG-SNDTIME.
           MOVE     TFSVOSBIL-BANKID    TO WK-C-MSLG-TRNNO.
           CALL     "TRFGMSLG"          USING WK-C-MSLG-RECORD.

       H199-NUMBER-AND-LOG-EX.
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
      *************** END OF PROGRAM SOURCE  GHVOSBIL ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHUNCLRG.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  UNCLAIMED FUNDS REGISTER AND ANNUAL UNCLAIMED-
      *               MONEYS RETURN. INWARD FUNDS THAT COULD NEITHER
      *               BE APPLIED NOR RETURNED SIT AS OPEN ITEMS ON
      *               TFSGLOPEN FOR YEARS.
      *               REGISTER PHASE (UPSI-1 OFF): EVERY OPEN
      *               SUSPENSE ITEM FOR AN INWARD ITEM WHOSE RETURN
      *               WAS ATTEMPTED (TFSRETLNK) AND HAS NOT CLEARED,
      *               OR WHOSE REMITTING BANK IS NO LONGER ON THE BIC
      *               DIRECTORY (TFSBANKEXT), IS REGISTERED ON
      *               TFSUNCLM ONCE THE STATUTORY DORMANCY PERIOD
      *               (UNCLDMYR YEARS) HAS RUN FROM THE FAILED RETURN
      *               OR THE SUSPENSE DATE. THE REGISTER IS THEN
      *               LISTED, SHOWING ITEMS NOT YET NOTIFIED.
      *               RETURN PHASE (UPSI-1 ON): FOR THE RETURN YEAR
      *               (LDA RTNYEAR, CCYY - BLANK MEANS LAST YEAR)
      *               EVERY REGISTERED ITEM DORMANT BY THE YEAR END
      *               AND WITH A CONTACT ATTEMPT ON FILE GOES ON THE
      *               TFSUNCRTN RETURN FOR THE REGULATOR; ITS FUNDS
      *               ARE MOVED FROM THE SUSPENSE GL TO THE UNCLMGL
      *               UNCLAIMED-MONEYS GL THROUGH TFSGLUSE, THE OPEN
      *               ITEM IS CLEARED WITH THE REASON AND THE
      *               REGISTER ROW IS MARKED TRANSFERRED. ITEMS NEVER
      *               NOTIFIED ARE HELD BACK AND LISTED.
      *NOTE        :  MODELLED ON GHGLOPEN AND GHBICDLT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  UNCL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSGLOPEN ASSIGN TO DATABASE-TFSGLOPEN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSUNCLM ASSIGN TO DATABASE-TFSUNCLM
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRETLNK ASSIGN TO DATABASE-TFSRETLNK
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBANKEXT ASSIGN TO DATABASE-TFSBANKEXT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSGLUSE ASSIGN TO DATABASE-TFSGLUSE
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSUNCRTN ASSIGN TO DATABASE-TFSUNCRTN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSGLOPEN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSGLOPEN-REC.
       01  TFSGLOPEN-REC.
           COPY DDS-ALL-FORMATS OF TFSGLOPEN.
       01  TFSGLOPEN-REC-1.
           COPY TFSGLOPEN.
       FD  TFSUNCLM
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSUNCLM-REC.
       01  TFSUNCLM-REC.
           COPY DDS-ALL-FORMATS OF TFSUNCLM.
       01  TFSUNCLM-REC-1.
           COPY TFSUNCLM.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSRETLNK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRETLNK-REC.
       01  TFSRETLNK-REC.
           COPY DDS-ALL-FORMATS OF TFSRETLNK.
       01  TFSRETLNK-REC-1.
           COPY TFSRETLNK.
       FD  TFSBANKEXT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBANKEXT-REC.
       01  TFSBANKEXT-REC.
           COPY DDS-ALL-FORMATS OF TFSBANKEXT.
       01  TFSBANKEXT-REC-1.
           COPY TFSBANKEXT.
       FD  TFSGLUSE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSGLUSE-REC.
       01  TFSGLUSE-REC.
           COPY DDS-ALL-FORMATS OF TFSGLUSE.
       01  TFSGLUSE-REC-1.
           COPY TFSGLUSE.
       FD  TFSUNCRTN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSUNCRTN-REC.
       01  TFSUNCRTN-REC.
           COPY DDS-ALL-FORMATS OF TFSUNCRTN.
      * UNCLAIMED-MONEYS RETURN RECORD AS DELIVERED TO THE REGULATOR:
      * RETURN YEAR + ORIGINAL ITEM + OWNER (ORDERING CUSTOMER) AND
      * BENEFICIARY ACCOUNT + REMITTING BANK + CURRENCY/AMOUNT + DATE
      * INTO SUSPENSE + REASON, LAST RETURN AND CONTACT HISTORY.
       01  TFSUNCRTN-REC-1.
           05 TFSUNCRTN-RTNYEAR    PIC 9(04).
           05 TFSUNCRTN-PARALNO    PIC 9(08).
           05 TFSUNCRTN-SEQNUM     PIC 9(02).
           05 TFSUNCRTN-ORDNAME    PIC X(35).
           05 TFSUNCRTN-BENACC     PIC X(35).
           05 TFSUNCRTN-SENBNKID   PIC X(11).
           05 TFSUNCRTN-CUYCD      PIC X(03).
           05 TFSUNCRTN-AMT        PIC S9(13)V9(02).
           05 TFSUNCRTN-SUSPDTE    PIC S9(08).
           05 TFSUNCRTN-RSNIND     PIC X(01).
           05 TFSUNCRTN-RETDTE     PIC S9(08).
           05 TFSUNCRTN-CNTCNT     PIC 9(03).
           05 TFSUNCRTN-LSTCNTDTE  PIC S9(08).
           05 FILLER               PIC X(09).

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHUNCLRG  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY XPARA.

       01  WS-LDA-AREA.
           05 WS-LDA-RTNYEAR   PIC X(04).
           05 FILLER           PIC X(1020).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       01  WS-DORM-YRS         PIC 9(02)  VALUE 6.
       01  WS-UNCL-GLNO        PIC 9(06)  VALUE ZEROES.
       01  WS-RTN-YEAR         PIC 9(04)  VALUE ZEROES.
       01  WS-RTN-YREND        PIC S9(08) VALUE ZEROES.
       01  WS-BASE-DTE         PIC S9(08) VALUE ZEROES.
       01  WS-DORM-DTE         PIC S9(08) VALUE ZEROES.
       01  WS-RSNIND           PIC X(01)  VALUE SPACE.
       01  WS-RETDTE           PIC S9(08) VALUE ZEROES.
       01  WS-RETATT           PIC 9(02)  VALUE ZEROES.
       01  WS-CLR-REASON       PIC X(30)  VALUE SPACES.

       77  WS-SCAN-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-REG-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-NORTN-CNT        PIC S9(07) COMP VALUE ZERO.
       77  WS-OPEN-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-NONOTE-CNT       PIC S9(07) COMP VALUE ZERO.
       77  WS-TRF-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CLM-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-RTN-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-HELD-CNT         PIC S9(07) COMP VALUE ZERO.

       77  WS-CY-MAX           PIC S9(04) COMP VALUE 30.
       77  WS-CY-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-CY-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-CY-TABLE.
           05 WS-CY-ENTRY      OCCURS 30.
              10 WS-CY-CUYCD      PIC X(03).
              10 WS-CY-N          PIC S9(07) COMP.
              10 WS-CY-AMT        PIC S9(15)V9(02) COMP-3.

       01  WS-ED-AMT           PIC Z(12)9.99-.
       01  WS-ED-N             PIC Z(06)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHUNCLRG".

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

           IF       U1-ON
                    PERFORM C000-ANNUAL-RETURN
                       THRU C099-ANNUAL-RETURN-EX
                    MOVE WS-RTN-CNT     TO WK-N-JLOG-ITEMCNT
           ELSE
                    PERFORM B000-REGISTER-PHASE
                       THRU B099-REGISTER-PHASE-EX
                    MOVE WS-REG-CNT     TO WK-N-JLOG-ITEMCNT
           END-IF.

           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-REGISTER-PHASE.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "UNCLDMYR"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 51
                    MOVE WK-N-XPARA-PARANUM TO WS-DORM-YRS.

           OPEN     INPUT TFSGLOPEN  TFSSTPL  TFSRETLNK  TFSBANKEXT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - OPEN FILE ERROR - INPUT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSUNCLM.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - OPEN FILE ERROR - TFSUNCLM"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHUNCLRG - UNCLAIMED FUNDS REGISTRATION "
                    WS-RUN-DATE-8 " - DORMANCY " WS-DORM-YRS " YEARS".
           INITIALIZE                   TFSGLOPEN-REC-1.
           MOVE     ZERO                TO TFSGLOPEN-PARALNO
                                           TFSGLOPEN-SEQNUM
                                           TFSGLOPEN-SEQNO.
           START    TFSGLOPEN KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM B100-REGISTER-ONE-ITEM
                       THRU B199-REGISTER-ONE-ITEM-EX
                       UNTIL WS-EOF
           END-IF.

           DISPLAY  " ".
           DISPLAY  "GHUNCLRG - REGISTER AS AT " WS-RUN-DATE-8.
           DISPLAY  "ITEM        R CCY          AMOUNT SUSPENSE"
                    " DORMANT  CONTACTS LAST     OWNER".
           INITIALIZE                   TFSUNCLM-REC-1.
           MOVE     ZERO                TO TFSUNCLM-PARALNO
                                           TFSUNCLM-SEQNUM.
           START    TFSUNCLM KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM B200-LIST-ONE-ENTRY
                       THRU B299-LIST-ONE-ENTRY-EX
                       UNTIL WS-EOF
           END-IF.

           DISPLAY  "GHUNCLRG - OPEN ITEMS SCANNED       : "
                    WS-SCAN-CNT.
           DISPLAY  "GHUNCLRG - NEWLY REGISTERED         : "
                    WS-REG-CNT.
           DISPLAY  "GHUNCLRG - DORMANT, NO RETURN TRIED : "
                    WS-NORTN-CNT.
           DISPLAY  "GHUNCLRG - AWAITING THE RETURN      : "
                    WS-OPEN-CNT.
           DISPLAY  "GHUNCLRG -   OF WHICH NOT NOTIFIED  : "
                    WS-NONOTE-CNT.
           DISPLAY  "GHUNCLRG - TRANSFERRED              : "
                    WS-TRF-CNT.
           DISPLAY  "GHUNCLRG - CLAIMED                  : "
                    WS-CLM-CNT.

       B099-REGISTER-PHASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-REGISTER-ONE-ITEM.
      *---------------------------------------------------------------*
           READ     TFSGLOPEN NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-REGISTER-ONE-ITEM-EX.
           IF       TFSGLOPEN-STATUS NOT = SPACE
                    GO TO B199-REGISTER-ONE-ITEM-EX.
           ADD      1                   TO WS-SCAN-CNT.

           INITIALIZE                   TFSUNCLM-REC-1.
           MOVE     TFSGLOPEN-PARALNO   TO TFSUNCLM-PARALNO.
           MOVE     TFSGLOPEN-SEQNUM    TO TFSUNCLM-SEQNUM.
           READ     TFSUNCLM KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO B199-REGISTER-ONE-ITEM-EX.

      *    ONLY THE FUNDS OF AN INWARD ITEM ARE SOMEBODY'S UNCLAIMED
      *    MONEY - BATCH AND BILLING SUSPENSE ENTRIES ARE NOT.
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     TFSGLOPEN-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     TFSGLOPEN-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B199-REGISTER-ONE-ITEM-EX.

      *    THE DORMANCY CLOCK RUNS FROM THE FAILED RETURN; WHERE THE
      *    REMITTING BANK IS GONE THERE IS NO ONE TO RETURN TO AND IT
      *    RUNS FROM THE DAY THE FUNDS WENT INTO SUSPENSE.
           MOVE     SPACE               TO WS-RSNIND.
           MOVE     ZERO                TO WS-RETDTE  WS-RETATT.
           INITIALIZE                   TFSRETLNK-REC-1.
           MOVE     TFSGLOPEN-PARALNO   TO TFSRETLNK-RETPARALNO.
           MOVE     TFSGLOPEN-SEQNUM    TO TFSRETLNK-RETSEQNUM.
           READ     TFSRETLNK KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "R"            TO WS-RSNIND
                    MOVE TFSRETLNK-RETDTE TO WS-RETDTE
                    MOVE 1              TO WS-RETATT
                    MOVE TFSRETLNK-RETDTE TO WS-BASE-DTE
           ELSE
                    INITIALIZE          TFSBANKEXT-REC-1
                    MOVE TFSSPTL-SENBNKID TO TFSBANKEXT-BANKID
                    READ TFSBANKEXT KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF NOT WK-C-SUCCESSFUL
                       MOVE "B"         TO WS-RSNIND
                       MOVE TFSGLOPEN-LOGDTE TO WS-BASE-DTE
                    END-IF
           END-IF.

           COMPUTE  WS-DORM-DTE = WS-BASE-DTE + (WS-DORM-YRS * 10000).
           IF       WS-RSNIND = SPACE
                    COMPUTE WS-DORM-DTE = TFSGLOPEN-LOGDTE
                                        + (WS-DORM-YRS * 10000)
                    IF WS-DORM-DTE NOT > WS-RUN-DATE-8
                       ADD 1            TO WS-NORTN-CNT
                       DISPLAY "GHUNCLRG - DORMANT, RETURN NOT YET "
                               "ATTEMPTED: ITEM " TFSGLOPEN-PARALNO
                               "/" TFSGLOPEN-SEQNUM
                    END-IF
                    GO TO B199-REGISTER-ONE-ITEM-EX.
           IF       WS-DORM-DTE > WS-RUN-DATE-8
                    GO TO B199-REGISTER-ONE-ITEM-EX.

           INITIALIZE                   TFSUNCLM-REC-1.
           MOVE     TFSGLOPEN-PARALNO   TO TFSUNCLM-PARALNO.
           MOVE     TFSGLOPEN-SEQNUM    TO TFSUNCLM-SEQNUM.
           MOVE     TFSGLOPEN-SEQNO     TO TFSUNCLM-GLSEQNO.
           MOVE     TFSGLOPEN-GLNO6     TO TFSUNCLM-GLNO6.
           MOVE     TFSGLOPEN-CUYCD     TO TFSUNCLM-CUYCD.
           MOVE     TFSGLOPEN-AMT       TO TFSUNCLM-AMT.
           MOVE     TFSGLOPEN-LOGDTE    TO TFSUNCLM-SUSPDTE.
           MOVE     TFSSPTL-SENBNKID    TO TFSUNCLM-SENBNKID.
           MOVE     TFSSPTL-TAG50NM     TO TFSUNCLM-ORDNAME.
           MOVE     TFSSPTL-TAG59-V1    TO TFSUNCLM-BENACC.
           MOVE     WS-RSNIND           TO TFSUNCLM-RSNIND.
           MOVE     WS-RETDTE           TO TFSUNCLM-RETDTE.
           MOVE     WS-RETATT           TO TFSUNCLM-RETATT.
           MOVE     WS-DORM-DTE         TO TFSUNCLM-DORMDTE.
           MOVE     WS-RUN-DATE-8       TO TFSUNCLM-REGDTE.
           MOVE     "R"                 TO TFSUNCLM-STATUS.
           WRITE    TFSUNCLM-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - WRITE ERROR - TFSUNCLM"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-REG-CNT.

       B199-REGISTER-ONE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-LIST-ONE-ENTRY.
      *---------------------------------------------------------------*
           READ     TFSUNCLM NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B299-LIST-ONE-ENTRY-EX.

           EVALUATE TFSUNCLM-STATUS
               WHEN "R"
                    ADD  1              TO WS-OPEN-CNT
               WHEN "T"
                    ADD  1              TO WS-TRF-CNT
                    GO TO B299-LIST-ONE-ENTRY-EX
               WHEN OTHER
                    ADD  1              TO WS-CLM-CNT
                    GO TO B299-LIST-ONE-ENTRY-EX
           END-EVALUATE.

           IF       TFSUNCLM-CNTCNT = ZERO
                    ADD  1              TO WS-NONOTE-CNT.
           MOVE     TFSUNCLM-AMT        TO WS-ED-AMT.
           DISPLAY  TFSUNCLM-PARALNO "/" TFSUNCLM-SEQNUM " "
                    TFSUNCLM-RSNIND " "
                    TFSUNCLM-CUYCD " " WS-ED-AMT " "
                    TFSUNCLM-SUSPDTE " "
                    TFSUNCLM-DORMDTE " "
                    TFSUNCLM-CNTCNT " "
                    TFSUNCLM-LSTCNTDTE " "
                    TFSUNCLM-ORDNAME.

       B299-LIST-ONE-ENTRY-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-ANNUAL-RETURN.
      *---------------------------------------------------------------*
      *    RETURN YEAR FROM THE LDA, ELSE THE YEAR JUST ENDED.
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.
           IF       WS-LDA-RTNYEAR NUMERIC
                    AND WS-LDA-RTNYEAR NOT = "0000"
                    MOVE WS-LDA-RTNYEAR TO WS-RTN-YEAR
           ELSE
                    COMPUTE WS-RTN-YEAR = WS-RUN-DATE-8 / 10000 - 1
           END-IF.
           COMPUTE  WS-RTN-YREND = WS-RTN-YEAR * 10000 + 1231.
           MOVE     SPACES              TO WS-CLR-REASON.
           STRING   "UNCLAIMED MONEYS RETURN " WS-RTN-YEAR
                    DELIMITED BY SIZE   INTO WS-CLR-REASON.

      *    THE FUNDS CANNOT MOVE WITHOUT THE UNCLAIMED-MONEYS GL.
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "UNCLMGL"           TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD NOT = SPACES
                    OR WK-N-XPARA-PARANUM NOT > ZERO
                    DISPLAY "GHUNCLRG - UNCLMGL PARAMETER NOT SET"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     WK-N-XPARA-PARANUM  TO WS-UNCL-GLNO.

           OPEN     I-O TFSUNCLM  TFSGLOPEN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - OPEN FILE ERROR - I-O"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     EXTEND TFSGLUSE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - OPEN FILE ERROR - TFSGLUSE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     OUTPUT TFSUNCRTN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - OPEN FILE ERROR - TFSUNCRTN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHUNCLRG - UNCLAIMED MONEYS RETURN FOR "
                    WS-RTN-YEAR " - TRANSFER TO GL " WS-UNCL-GLNO.
           INITIALIZE                   TFSUNCLM-REC-1.
           MOVE     ZERO                TO TFSUNCLM-PARALNO
                                           TFSUNCLM-SEQNUM.
           START    TFSUNCLM KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM C100-RETURN-ONE-ITEM
                       THRU C199-RETURN-ONE-ITEM-EX
                       UNTIL WS-EOF
           END-IF.

           DISPLAY  " ".
           DISPLAY  "CCY   ITEMS           AMOUNT".
           PERFORM  C300-PRINT-ONE-CURRENCY
              THRU  C399-PRINT-ONE-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT.
           DISPLAY  "GHUNCLRG - ITEMS ON THE RETURN        : "
                    WS-RTN-CNT.
           DISPLAY  "GHUNCLRG - HELD BACK, NEVER NOTIFIED  : "
                    WS-HELD-CNT.

       C099-ANNUAL-RETURN-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-RETURN-ONE-ITEM.
      *---------------------------------------------------------------*
           READ     TFSUNCLM NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C199-RETURN-ONE-ITEM-EX.
           IF       TFSUNCLM-STATUS NOT = "R"
                    OR TFSUNCLM-DORMDTE > WS-RTN-YREND
                    GO TO C199-RETURN-ONE-ITEM-EX.

      *    THE OWNER MUST HAVE BEEN SOUGHT BEFORE THE MONEY GOES TO
      *    THE REGULATOR.
           IF       TFSUNCLM-CNTCNT = ZERO
                    ADD  1              TO WS-HELD-CNT
                    DISPLAY "GHUNCLRG - HELD BACK, NO CONTACT "
                            "ATTEMPT: ITEM " TFSUNCLM-PARALNO "/"
                            TFSUNCLM-SEQNUM
                    GO TO C199-RETURN-ONE-ITEM-EX.

           INITIALIZE                   TFSUNCRTN-REC-1.
           MOVE     WS-RTN-YEAR         TO TFSUNCRTN-RTNYEAR.
           MOVE     TFSUNCLM-PARALNO    TO TFSUNCRTN-PARALNO.
           MOVE     TFSUNCLM-SEQNUM     TO TFSUNCRTN-SEQNUM.
           MOVE     TFSUNCLM-ORDNAME    TO TFSUNCRTN-ORDNAME.
           MOVE     TFSUNCLM-BENACC     TO TFSUNCRTN-BENACC.
           MOVE     TFSUNCLM-SENBNKID   TO TFSUNCRTN-SENBNKID.
           MOVE     TFSUNCLM-CUYCD      TO TFSUNCRTN-CUYCD.
           MOVE     TFSUNCLM-AMT        TO TFSUNCRTN-AMT.
           MOVE     TFSUNCLM-SUSPDTE    TO TFSUNCRTN-SUSPDTE.
           MOVE     TFSUNCLM-RSNIND     TO TFSUNCRTN-RSNIND.
           MOVE     TFSUNCLM-RETDTE     TO TFSUNCRTN-RETDTE.
           MOVE     TFSUNCLM-CNTCNT     TO TFSUNCRTN-CNTCNT.
           MOVE     TFSUNCLM-LSTCNTDTE  TO TFSUNCRTN-LSTCNTDTE.
           WRITE    TFSUNCRTN-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - WRITE ERROR - TFSUNCRTN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  C200-TRANSFER-FUNDS
              THRU  C299-TRANSFER-FUNDS-EX.

           MOVE     "T"                 TO TFSUNCLM-STATUS.
           MOVE     WS-RUN-DATE-8       TO TFSUNCLM-TRFDTE.
           MOVE     WS-RTN-YEAR         TO TFSUNCLM-RTNYEAR.
           REWRITE  TFSUNCLM-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - REWRITE ERROR - TFSUNCLM"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-RTN-CNT.

           MOVE     ZERO                TO WS-CY-FND.
           PERFORM  C110-MATCH-CURRENCY
              THRU  C119-MATCH-CURRENCY-EX
                    VARYING WS-CY-IX FROM 1 BY 1
                    UNTIL WS-CY-IX > WS-CY-CNT
                       OR WS-CY-FND > ZERO.
           IF       WS-CY-FND = ZERO
                    IF WS-CY-CNT >= WS-CY-MAX
                       GO TO C199-RETURN-ONE-ITEM-EX
                    END-IF
                    ADD  1              TO WS-CY-CNT
                    MOVE WS-CY-CNT      TO WS-CY-FND
                    MOVE TFSUNCLM-CUYCD TO WS-CY-CUYCD (WS-CY-FND)
                    MOVE ZERO           TO WS-CY-N (WS-CY-FND)
                                           WS-CY-AMT (WS-CY-FND)
           END-IF.
           ADD      1                   TO WS-CY-N (WS-CY-FND).
           ADD      TFSUNCLM-AMT        TO WS-CY-AMT (WS-CY-FND).

       C199-RETURN-ONE-ITEM-EX.
           EXIT.

       C110-MATCH-CURRENCY.
           IF       WS-CY-CUYCD (WS-CY-IX) = TFSUNCLM-CUYCD
                    MOVE WS-CY-IX       TO WS-CY-FND.

       C119-MATCH-CURRENCY-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-TRANSFER-FUNDS.
      *---------------------------------------------------------------*
      *    RELEASE THE SUSPENSE GL AND CREDIT THE UNCLAIMED-MONEYS GL,
      *    BOTH UNDER THE ORIGINAL ITEM SO THE GL TRAIL LEADS BACK TO
      *    IT; THE OPEN ITEM IS CLEARED WITH THE RETURN AS REASON.
           INITIALIZE                   TFSGLUSE-REC-1.
           MOVE     TFSUNCLM-PARALNO    TO TFSGLUSE-PARALNO.
           MOVE     TFSUNCLM-SEQNUM     TO TFSGLUSE-SEQNUM.
           MOVE     TFSUNCLM-GLNO6      TO TFSGLUSE-GLNO6.
           MOVE     TFSUNCLM-CUYCD      TO TFSGLUSE-CUYCD.
           MOVE     TFSUNCLM-AMT        TO TFSGLUSE-AMT.
           MOVE     "GHUNCLRG"          TO TFSGLUSE-SRCPGM.
           MOVE     WS-RUN-DATE-8       TO TFSGLUSE-LOGDTE.
           MOVE     91                  TO TFSGLUSE-SEQNO.
           WRITE    TFSGLUSE-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - WRITE ERROR - TFSGLUSE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     WS-UNCL-GLNO        TO TFSGLUSE-GLNO6.
           MOVE     92                  TO TFSGLUSE-SEQNO.
           WRITE    TFSGLUSE-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - WRITE ERROR - TFSGLUSE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           INITIALIZE                   TFSGLOPEN-REC-1.
           MOVE     TFSUNCLM-PARALNO    TO TFSGLOPEN-PARALNO.
           MOVE     TFSUNCLM-SEQNUM     TO TFSGLOPEN-SEQNUM.
           MOVE     TFSUNCLM-GLSEQNO    TO TFSGLOPEN-SEQNO.
           READ     TFSGLOPEN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSGLOPEN-STATUS NOT = SPACE
                    GO TO C299-TRANSFER-FUNDS-EX.
           MOVE     "C"                 TO TFSGLOPEN-STATUS.
           MOVE     WS-RUN-DATE-8       TO TFSGLOPEN-MTCHDTE.
           MOVE     WS-JOBNAME          TO TFSGLOPEN-CLRUSRID.
           MOVE     WS-CLR-REASON       TO TFSGLOPEN-CLRREASON.
           REWRITE  TFSGLOPEN-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHUNCLRG - REWRITE ERROR - TFSGLOPEN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C299-TRANSFER-FUNDS-EX.
           EXIT.

      *---------------------------------------------------------------*
       C300-PRINT-ONE-CURRENCY.
      *---------------------------------------------------------------*
           MOVE     WS-CY-N (WS-CY-IX)  TO WS-ED-N.
           MOVE     WS-CY-AMT (WS-CY-IX) TO WS-ED-AMT.
           DISPLAY  WS-CY-CUYCD (WS-CY-IX) " " WS-ED-N " "
                    WS-ED-AMT.

       C399-PRINT-ONE-CURRENCY-EX.
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
           CLOSE    TFSGLOPEN  TFSUNCLM  TFSSTPL  TFSRETLNK
                    TFSBANKEXT  TFSGLUSE  TFSUNCRTN.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHUNCLRG ***************
      ******************************************************************

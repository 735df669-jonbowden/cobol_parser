      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHLEIRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY LEGAL ENTITY IDENTIFIER EXCEPTIONS
      *               REPORT FOR THE REGULATORY RETURNS. LISTS EVERY
      *               ACTIVE CORRESPONDENT (A TFSBANK BANK WITH AT
      *               LEAST ONE TFSBNKAC ACCOUNT) WHOSE LEI NEEDS
      *               ATTENTION:
      *               NO LEI   - NO LEI HELD ON TFSBANK.
      *               INVALID  - THE LEI HELD FAILS THE ISO 17442
      *                          CHECKS (TRFVLEI).
      *               LAPSED   - THE LEI'S NEXT RENEWAL DATE HAS
      *                          PASSED.
      *               MISMATCH - THE LAST LEI RECEIVED FOR THE BANK
      *                          ON ISO 20022 TRAFFIC (TFSLEICAP) IS
      *                          NOT THE ONE WE HOLD, OR WAS ITSELF
      *                          INVALID.
      *               A BANK WITH MORE THAN ONE PROBLEM IS LISTED
      *               ONCE PER PROBLEM.
      *NOTE        :  MODELLED ON GHREFINT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  LEI001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBANK ASSIGN TO DATABASE-TFSBANK
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSLEICAP ASSIGN TO DATABASE-TFSLEICAP
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBANK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBANK-REC.
       01  TFSBANK-REC.
           COPY DDS-ALL-FORMATS OF TFSBANK.
       01  TFSBANK-REC-1.
           COPY TFSBANK.
       FD  TFSBNKAC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBNKAC-REC.
       01  TFSBNKAC-REC.
           COPY DDS-ALL-FORMATS OF TFSBNKAC.
       01  TFSBNKAC-REC-1.
           COPY TFSBNKAC.
       FD  TFSLEICAP
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSLEICAP-REC.
       01  TFSLEICAP-REC.
           COPY DDS-ALL-FORMATS OF TFSLEICAP.
       01  TFSLEICAP-REC-1.
           COPY TFSLEICAP.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHLEIRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY VLEI.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-HIT-SW           PIC X(01).
       01  WS-CAP-OPEN-SW      PIC X(01)  VALUE "N".
           88 WS-CAP-OPEN                 VALUE "Y".

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-TODAY-DTE        PIC S9(08) VALUE ZERO.

       77  WS-ACTIVE-CNT       PIC S9(05) COMP VALUE ZERO.
       77  WS-NOLEI-CNT        PIC S9(05) COMP VALUE ZERO.
       77  WS-INVALID-CNT      PIC S9(05) COMP VALUE ZERO.
       77  WS-LAPSED-CNT       PIC S9(05) COMP VALUE ZERO.
       77  WS-MISMATCH-CNT     PIC S9(05) COMP VALUE ZERO.

      * BANK IDS WITH AT LEAST ONE TFSBNKAC ACCOUNT, LOADED ONCE -
      * THESE ARE THE ACTIVE CORRESPONDENTS.
       77  WS-AC-MAX           PIC S9(04) COMP VALUE 3000.
       77  WS-AC-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-AC-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-AC-TABLE.
           05 WS-AC-BANKID     PIC X(11) OCCURS 3000.
       01  WS-SRCH-BANKID      PIC X(11).

       01  WS-JOBNAME          PIC X(10) VALUE "GHLEIRPT".

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
           SET      UPSI-SWITCH-2       TO OFF.
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-TODAY-DTE.

           PERFORM  A200-LOAD-ACCOUNTS
              THRU  A299-LOAD-ACCOUNTS-EX.

      *    NO CAPTURE FILE YET (NO ISO TRAFFIC CARRYING LEIS) ONLY
      *    MEANS THERE ARE NO MISMATCHES TO REPORT.
           OPEN     INPUT TFSLEICAP.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-CAP-OPEN-SW.

           OPEN     INPUT TFSBANK.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHLEIRPT - OPEN FILE ERROR - TFSBANK"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           DISPLAY  "GHLEIRPT - CORRESPONDENT LEI EXCEPTIONS AS AT "
                    WS-TODAY-DTE.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-CHECK-ONE-BANK
              THRU  B099-CHECK-ONE-BANK-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHLEIRPT - ACTIVE CORRESPONDENTS : " WS-ACTIVE-CNT.
           DISPLAY  "GHLEIRPT - NO LEI HELD           : " WS-NOLEI-CNT.
           DISPLAY  "GHLEIRPT - LEI HELD INVALID      : "
                    WS-INVALID-CNT.
           DISPLAY  "GHLEIRPT - LEI LAPSED            : " WS-LAPSED-CNT.
           DISPLAY  "GHLEIRPT - LEI RECEIVED MISMATCH : "
                    WS-MISMATCH-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-ACTIVE-CNT       TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A200-LOAD-ACCOUNTS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHLEIRPT - OPEN FILE ERROR - TFSBNKAC"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  A210-LOAD-ONE-ACC
              THRU  A219-LOAD-ONE-ACC-EX
                    UNTIL WS-EOF
                       OR WS-AC-CNT >= WS-AC-MAX.
           IF       WS-AC-CNT >= WS-AC-MAX
                    DISPLAY "GHLEIRPT - ACCOUNT TABLE FULL - RESULTS"
                            " INCOMPLETE".
           CLOSE    TFSBNKAC.

       A299-LOAD-ACCOUNTS-EX.
           EXIT.

       A210-LOAD-ONE-ACC.
           READ     TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO A219-LOAD-ONE-ACC-EX.
           IF       TFSBNKAC-BANKID = SPACES
                    GO TO A219-LOAD-ONE-ACC-EX.
           MOVE     TFSBNKAC-BANKID     TO WS-SRCH-BANKID.
           PERFORM  X100-ACTIVE-BANK
              THRU  X199-ACTIVE-BANK-EX.
           IF       WS-HIT-SW NOT = "Y"
                    ADD  1              TO WS-AC-CNT
                    MOVE TFSBNKAC-BANKID
                      TO WS-AC-BANKID (WS-AC-CNT).

       A219-LOAD-ONE-ACC-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-ACTIVE-BANK.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-HIT-SW.
           PERFORM  X110-MATCH-ONE-BANK
              THRU  X119-MATCH-ONE-BANK-EX
                    VARYING WS-AC-IX FROM 1 BY 1
                    UNTIL WS-AC-IX > WS-AC-CNT
                       OR WS-HIT-SW = "Y".

       X199-ACTIVE-BANK-EX.
           EXIT.

       X110-MATCH-ONE-BANK.
           IF       WS-AC-BANKID (WS-AC-IX) = WS-SRCH-BANKID
                    MOVE "Y"            TO WS-HIT-SW.

       X119-MATCH-ONE-BANK-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-CHECK-ONE-BANK.
      *---------------------------------------------------------------*
           READ     TFSBANK.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-CHECK-ONE-BANK-EX.

           MOVE     TFSBANK-BANKID      TO WS-SRCH-BANKID.
           PERFORM  X100-ACTIVE-BANK
              THRU  X199-ACTIVE-BANK-EX.
           IF       WS-HIT-SW NOT = "Y"
                    GO TO B099-CHECK-ONE-BANK-EX.
           ADD      1                   TO WS-ACTIVE-CNT.

           IF       TFSBANK-LEI = SPACES
                    ADD  1              TO WS-NOLEI-CNT
                    DISPLAY "NO LEI   " TFSBANK-BANKID " "
                            TFSBANK-BNKFNAME
           ELSE
                    INITIALIZE          WK-C-VLEI-RECORD
                    MOVE TFSBANK-LEI    TO WK-C-VLEI-LEI
                    CALL "TRFVLEI"      USING WK-C-VLEI-RECORD
                    IF WK-C-VLEI-ERROR-CD NOT = SPACES
                       ADD  1           TO WS-INVALID-CNT
                       DISPLAY "INVALID  " TFSBANK-BANKID " "
                               TFSBANK-LEI " "
                               WK-C-VLEI-ERROR-CD " "
                               TFSBANK-BNKFNAME
                    END-IF
                    IF TFSBANK-LEIRNWDTE NOT = ZERO
                       AND TFSBANK-LEIRNWDTE < WS-TODAY-DTE
                       ADD  1           TO WS-LAPSED-CNT
                       DISPLAY "LAPSED   " TFSBANK-BANKID " "
                               TFSBANK-LEI " RENEWAL DUE "
                               TFSBANK-LEIRNWDTE " "
                               TFSBANK-BNKFNAME
                    END-IF
           END-IF.

           PERFORM  C000-CHECK-CAPTURED-LEI
              THRU  C099-CHECK-CAPTURED-LEI-EX.

       B099-CHECK-ONE-BANK-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CHECK-CAPTURED-LEI.
      *---------------------------------------------------------------*
      *    THE CAPTURE ROW CARRIES THE OUTCOME OF THE LAST ISO 20022
      *    MESSAGE THAT QUOTED AN LEI FOR THE BANK. IT IS COMPARED
      *    AGAIN WITH WHAT WE HOLD TODAY, SO A MISMATCH ALREADY PUT
      *    RIGHT ON TFSBANK DROPS OFF THE REPORT.
      *---------------------------------------------------------------*
           IF       NOT WS-CAP-OPEN
                    GO TO C099-CHECK-CAPTURED-LEI-EX.

           INITIALIZE                   TFSLEICAP-REC-1.
           MOVE     TFSBANK-BANKID      TO TFSLEICAP-BANKID.
           READ     TFSLEICAP KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO C099-CHECK-CAPTURED-LEI-EX.

           IF       TFSLEICAP-STATUS = "I"
                    ADD  1              TO WS-MISMATCH-CNT
                    DISPLAY "MISMATCH " TFSBANK-BANKID " RECEIVED "
                            TFSLEICAP-LEIRCVD " IS INVALID - LAST "
                            TFSLEICAP-SRCMSG " " TFSLEICAP-LSTDTE
                    GO TO C099-CHECK-CAPTURED-LEI-EX.

           IF       TFSBANK-LEI NOT = SPACES
                    AND TFSLEICAP-LEIRCVD NOT = TFSBANK-LEI
                    ADD  1              TO WS-MISMATCH-CNT
                    DISPLAY "MISMATCH " TFSBANK-BANKID " HELD "
                            TFSBANK-LEI " RECEIVED "
                            TFSLEICAP-LEIRCVD " - LAST "
                            TFSLEICAP-SRCMSG " " TFSLEICAP-LSTDTE
           END-IF.

       C099-CHECK-CAPTURED-LEI-EX.
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
           CLOSE    TFSBANK.
           IF       WS-CAP-OPEN
                    CLOSE TFSLEICAP.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHLEIRPT ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHCONRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY CHARGE CONCESSION REPORT. READS THE
      *               TFSCHGLOG CHARGE BREAKDOWNS FOR THE CALENDAR
      *               MONTH TO DATE AND, FOR EVERY CUSTOMER CHARGE
      *               CONCESSION (TFSCHGCON) THAT APPLIED, TOTALS THE
      *               ITEMS, THE FREE-ALLOWANCE ITEMS, THE TARIFF
      *               CHARGE, WHAT WAS ACTUALLY CHARGED AND THE INCOME
      *               FORGONE PER CURRENCY - WITH THE RELATIONSHIP
      *               MANAGER AND THE REASON, SO EACH CONCESSION CAN
      *               BE JUSTIFIED.
      *NOTE        :  MODELLED ON GHGSTRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CONC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSCHGLOG ASSIGN TO DATABASE-TFSCHGLOG
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCHGCON ASSIGN TO DATABASE-TFSCHGCON
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSCHGLOG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCHGLOG-REC.
       01  TFSCHGLOG-REC.
           COPY DDS-ALL-FORMATS OF TFSCHGLOG.
       01  TFSCHGLOG-REC-1.
           COPY TFSCHGLOG.
       FD  TFSCHGCON
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCHGCON-REC.
       01  TFSCHGCON-REC.
           COPY DDS-ALL-FORMATS OF TFSCHGCON.
       01  TFSCHGCON-REC-1.
           COPY TFSCHGCON.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHCONRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-CON-OPEN-SW      PIC X(01)  VALUE "N".
           88 WS-CON-OPEN                 VALUE "Y".

       01  WS-MTH-FROM         PIC S9(08) VALUE ZEROES.

      * ONE SLOT PER CONCESSION AND CURRENCY.
       77  WS-CN-MAX           PIC S9(04) COMP VALUE 500.
       77  WS-CN-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-CN-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-CN-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-CN-FULL-SW       PIC X(01) VALUE "N".
       01  WS-CN-TABLE.
           05 WS-CN-ENTRY      OCCURS 500.
              10 WS-CN-CONTYP     PIC X(01).
              10 WS-CN-CONREF     PIC X(19).
              10 WS-CN-CUYCD      PIC X(03).
              10 WS-CN-N          PIC S9(07) COMP.
              10 WS-CN-FREE       PIC S9(07) COMP.
              10 WS-CN-TARIFF     PIC S9(13)V9(02) COMP-3.
              10 WS-CN-CHARGED    PIC S9(13)V9(02) COMP-3.
              10 WS-CN-FORGONE    PIC S9(13)V9(02) COMP-3.

       01  WS-TARIFF-AMT       PIC S9(13)V9(02) VALUE ZERO.
       01  WS-ED-TARIFF        PIC Z(12)9.99-.
       01  WS-ED-CHARGED       PIC Z(12)9.99-.
       01  WS-ED-FORGONE       PIC Z(12)9.99-.
       01  WS-ED-N             PIC Z(06)9.
       01  WS-ED-FREE          PIC Z(06)9.
       01  WS-RMID             PIC X(10).
       01  WS-MODE             PIC X(01).
       01  WS-REASON           PIC X(30).

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

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

           OPEN     INPUT TFSCHGLOG.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCONRPT - OPEN FILE ERROR - TFSCHGLOG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-TOTAL-ONE-CHARGE
              THRU  B099-TOTAL-ONE-CHARGE-EX
                    UNTIL WS-EOF.

           CLOSE    TFSCHGLOG.

      *    THE CONCESSION ROW ONLY DECORATES THE LINE - A CONCESSION
      *    SINCE DELETED STILL REPORTS ITS MONTH'S FORGONE INCOME.
           OPEN     INPUT TFSCHGCON.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-CON-OPEN-SW.

           DISPLAY  "GHCONRPT - CHARGE INCOME FORGONE BY CONCESSION "
                    WS-MTH-FROM " TO " WS-RUN-DATE-8.
           DISPLAY  "T REFERENCE           CCY   ITEMS    FREE"
                    "           TARIFF         CHARGED"
                    "         FORGONE M RM         REASON".
           PERFORM  C000-PRINT-ONE-CONCESSION
              THRU  C099-PRINT-ONE-CONCESSION-EX
                    VARYING WS-CN-IX FROM 1 BY 1
                    UNTIL WS-CN-IX > WS-CN-CNT.

           IF       WS-CON-OPEN
                    CLOSE TFSCHGCON.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-TOTAL-ONE-CHARGE.
      *---------------------------------------------------------------*
           READ     TFSCHGLOG.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-TOTAL-ONE-CHARGE-EX.
           IF       TFSCHGLOG-LOGDTE < WS-MTH-FROM
                    OR TFSCHGLOG-LOGDTE > WS-RUN-DATE-8
                    OR TFSCHGLOG-CONTYP = SPACE
                    GO TO B099-TOTAL-ONE-CHARGE-EX.

           MOVE     ZERO                TO WS-CN-FND.
           PERFORM  B010-MATCH-CONCESSION
              THRU  B019-MATCH-CONCESSION-EX
                    VARYING WS-CN-IX FROM 1 BY 1
                    UNTIL WS-CN-IX > WS-CN-CNT
                       OR WS-CN-FND > ZERO.
           IF       WS-CN-FND = ZERO
                    IF WS-CN-CNT >= WS-CN-MAX
                       IF WS-CN-FULL-SW NOT = "Y"
                          MOVE "Y"      TO WS-CN-FULL-SW
                          DISPLAY "GHCONRPT - CONCESSION TABLE FULL - "
                                  "RESULTS INCOMPLETE"
                       END-IF
                       GO TO B099-TOTAL-ONE-CHARGE-EX
                    END-IF
                    ADD  1              TO WS-CN-CNT
                    MOVE WS-CN-CNT      TO WS-CN-FND
                    MOVE TFSCHGLOG-CONTYP TO WS-CN-CONTYP (WS-CN-FND)
                    MOVE TFSCHGLOG-CONREF TO WS-CN-CONREF (WS-CN-FND)
                    MOVE TFSCHGLOG-CUYCD  TO WS-CN-CUYCD (WS-CN-FND)
                    MOVE ZERO           TO WS-CN-N (WS-CN-FND)
                                           WS-CN-FREE (WS-CN-FND)
                                           WS-CN-TARIFF (WS-CN-FND)
                                           WS-CN-CHARGED (WS-CN-FND)
                                           WS-CN-FORGONE (WS-CN-FND)
           END-IF.

           ADD      1                   TO WS-CN-N (WS-CN-FND).
           IF       TFSCHGLOG-CONIND = "A"
                    ADD  1              TO WS-CN-FREE (WS-CN-FND).
           COMPUTE  WS-TARIFF-AMT =
                    TFSCHGLOG-CHGAMT + TFSCHGLOG-FGNAMT.
           ADD      WS-TARIFF-AMT       TO WS-CN-TARIFF (WS-CN-FND).
           ADD      TFSCHGLOG-CHGAMT    TO WS-CN-CHARGED (WS-CN-FND).
           ADD      TFSCHGLOG-FGNAMT    TO WS-CN-FORGONE (WS-CN-FND).

       B099-TOTAL-ONE-CHARGE-EX.
           EXIT.

       B010-MATCH-CONCESSION.
           IF       WS-CN-CONTYP (WS-CN-IX) = TFSCHGLOG-CONTYP
                    AND WS-CN-CONREF (WS-CN-IX) = TFSCHGLOG-CONREF
                    AND WS-CN-CUYCD (WS-CN-IX) = TFSCHGLOG-CUYCD
                    MOVE WS-CN-IX       TO WS-CN-FND.

       B019-MATCH-CONCESSION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-PRINT-ONE-CONCESSION.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-RMID
                                           WS-MODE.
           MOVE     "** CONCESSION NO LONGER ON FILE **" TO WS-REASON.
           IF       WS-CON-OPEN
                    INITIALIZE          TFSCHGCON-REC-1
                    MOVE WS-CN-CONTYP (WS-CN-IX) TO TFSCHGCON-CONTYP
                    MOVE WS-CN-CONREF (WS-CN-IX) TO TFSCHGCON-CONREF
                    READ TFSCHGCON KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       MOVE TFSCHGCON-RMID    TO WS-RMID
                       MOVE TFSCHGCON-CONMODE TO WS-MODE
                       MOVE TFSCHGCON-REASON  TO WS-REASON
                    END-IF
           END-IF.

           MOVE     WS-CN-N (WS-CN-IX)       TO WS-ED-N.
           MOVE     WS-CN-FREE (WS-CN-IX)    TO WS-ED-FREE.
           MOVE     WS-CN-TARIFF (WS-CN-IX)  TO WS-ED-TARIFF.
           MOVE     WS-CN-CHARGED (WS-CN-IX) TO WS-ED-CHARGED.
           MOVE     WS-CN-FORGONE (WS-CN-IX) TO WS-ED-FORGONE.
           DISPLAY  WS-CN-CONTYP (WS-CN-IX) " "
                    WS-CN-CONREF (WS-CN-IX) " "
                    WS-CN-CUYCD (WS-CN-IX) " "
                    WS-ED-N " " WS-ED-FREE " "
                    WS-ED-TARIFF " " WS-ED-CHARGED " "
                    WS-ED-FORGONE " " WS-MODE " "
                    WS-RMID " " WS-REASON.

       C099-PRINT-ONE-CONCESSION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHCONRPT ***************
      ******************************************************************

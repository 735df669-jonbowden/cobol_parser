      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHRDRRPT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MONTHLY OLD-ACCOUNT REMITTER REPORT. READS THE
      *               TFSACRDLG REDIRECTED-CREDIT FLAGS FOR THE
      *               CALENDAR MONTH TO DATE AND LISTS, PER SENDING
      *               BANK, ORDERING CUSTOMER AND OLD ACCOUNT NUMBER
      *               QUOTED, HOW MANY CREDITS HAD TO BE REDIRECTED,
      *               TO WHICH ACCOUNT, WHY (TFSACCRDR REASON) AND WHEN
      *               IT LAST HAPPENED - SO THE REMITTERS CAN BE ASKED
      *               TO UPDATE THEIR RECORDS.
      *NOTE        :  MODELLED ON GHCONRPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARDR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSACRDLG ASSIGN TO DATABASE-TFSACRDLG
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSACCRDR ASSIGN TO DATABASE-TFSACCRDR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSACRDLG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSACRDLG-REC.
       01  TFSACRDLG-REC.
           COPY DDS-ALL-FORMATS OF TFSACRDLG.
       01  TFSACRDLG-REC-1.
           COPY TFSACRDLG.
       FD  TFSACCRDR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSACCRDR-REC.
       01  TFSACCRDR-REC.
           COPY DDS-ALL-FORMATS OF TFSACCRDR.
       01  TFSACCRDR-REC-1.
           COPY TFSACCRDR.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHRDRRPT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-RDR-OPEN-SW      PIC X(01)  VALUE "N".
           88 WS-RDR-OPEN                 VALUE "Y".

       01  WS-MTH-FROM         PIC S9(08) VALUE ZEROES.

      * ONE SLOT PER SENDING BANK, ORDERING CUSTOMER AND OLD ACCOUNT.
       77  WS-RM-MAX           PIC S9(04) COMP VALUE 500.
       77  WS-RM-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-RM-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-RM-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-RM-FULL-SW       PIC X(01) VALUE "N".
       01  WS-RM-TABLE.
           05 WS-RM-ENTRY      OCCURS 500.
              10 WS-RM-SENBNKID   PIC X(11).
              10 WS-RM-ORDNAME    PIC X(35).
              10 WS-RM-OLDACC     PIC X(15).
              10 WS-RM-NEWACC     PIC X(15).
              10 WS-RM-RSNCD      PIC X(01).
              10 WS-RM-N          PIC S9(07) COMP.
              10 WS-RM-LSTDTE     PIC S9(08).

       01  WS-ED-N             PIC Z(06)9.
       01  WS-REASON           PIC X(30).
       77  WS-TOT-N            PIC S9(07) COMP VALUE ZERO.

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

           OPEN     INPUT TFSACRDLG.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRDRRPT - OPEN FILE ERROR - TFSACRDLG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-TOTAL-ONE-REDIRECT
              THRU  B099-TOTAL-ONE-REDIRECT-EX
                    UNTIL WS-EOF.

           CLOSE    TFSACRDLG.

      *    THE REDIRECT ROW ONLY DECORATES THE LINE - ONE SINCE EXPIRED
      *    OR DELETED STILL REPORTS THE REMITTERS WHO NEEDED IT.
           OPEN     INPUT TFSACCRDR.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-RDR-OPEN-SW.

           DISPLAY  "GHRDRRPT - REMITTERS STILL QUOTING OLD ACCOUNTS "
                    WS-MTH-FROM " TO " WS-RUN-DATE-8.
           DISPLAY  "SENDER      ORDERING CUSTOMER                  "
                    " OLD ACCOUNT     NEW ACCOUNT     R   ITEMS"
                    " LAST DATE REASON".
           PERFORM  C000-PRINT-ONE-REMITTER
              THRU  C099-PRINT-ONE-REMITTER-EX
                    VARYING WS-RM-IX FROM 1 BY 1
                    UNTIL WS-RM-IX > WS-RM-CNT.
           MOVE     WS-TOT-N            TO WS-ED-N.
           DISPLAY  "GHRDRRPT - REDIRECTED CREDITS " WS-ED-N.

           IF       WS-RDR-OPEN
                    CLOSE TFSACCRDR.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-TOTAL-ONE-REDIRECT.
      *---------------------------------------------------------------*
           READ     TFSACRDLG.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-TOTAL-ONE-REDIRECT-EX.
           IF       TFSACRDLG-RDRDTE < WS-MTH-FROM
                    OR TFSACRDLG-RDRDTE > WS-RUN-DATE-8
                    GO TO B099-TOTAL-ONE-REDIRECT-EX.

           MOVE     ZERO                TO WS-RM-FND.
           PERFORM  B010-MATCH-REMITTER
              THRU  B019-MATCH-REMITTER-EX
                    VARYING WS-RM-IX FROM 1 BY 1
                    UNTIL WS-RM-IX > WS-RM-CNT
                       OR WS-RM-FND > ZERO.
           IF       WS-RM-FND = ZERO
                    IF WS-RM-CNT >= WS-RM-MAX
                       IF WS-RM-FULL-SW NOT = "Y"
                          MOVE "Y"      TO WS-RM-FULL-SW
                          DISPLAY "GHRDRRPT - REMITTER TABLE FULL - "
                                  "RESULTS INCOMPLETE"
                       END-IF
                       GO TO B099-TOTAL-ONE-REDIRECT-EX
                    END-IF
                    ADD  1              TO WS-RM-CNT
                    MOVE WS-RM-CNT      TO WS-RM-FND
                    MOVE TFSACRDLG-SENBNKID
                                        TO WS-RM-SENBNKID (WS-RM-FND)
                    MOVE TFSACRDLG-ORDNAME
                                        TO WS-RM-ORDNAME (WS-RM-FND)
                    MOVE TFSACRDLG-OLDACC
                                        TO WS-RM-OLDACC (WS-RM-FND)
                    MOVE ZERO           TO WS-RM-N (WS-RM-FND)
                                           WS-RM-LSTDTE (WS-RM-FND)
           END-IF.

           ADD      1                   TO WS-RM-N (WS-RM-FND)
                                           WS-TOT-N.
           IF       TFSACRDLG-RDRDTE NOT < WS-RM-LSTDTE (WS-RM-FND)
                    MOVE TFSACRDLG-RDRDTE TO WS-RM-LSTDTE (WS-RM-FND)
                    MOVE TFSACRDLG-NEWACC TO WS-RM-NEWACC (WS-RM-FND)
                    MOVE TFSACRDLG-RSNCD  TO WS-RM-RSNCD (WS-RM-FND).

       B099-TOTAL-ONE-REDIRECT-EX.
           EXIT.

       B010-MATCH-REMITTER.
           IF       WS-RM-SENBNKID (WS-RM-IX) = TFSACRDLG-SENBNKID
                    AND WS-RM-ORDNAME (WS-RM-IX) = TFSACRDLG-ORDNAME
                    AND WS-RM-OLDACC (WS-RM-IX) = TFSACRDLG-OLDACC
                    MOVE WS-RM-IX       TO WS-RM-FND.

       B019-MATCH-REMITTER-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-PRINT-ONE-REMITTER.
      *---------------------------------------------------------------*
           MOVE     "** REDIRECT NO LONGER ON FILE **" TO WS-REASON.
           IF       WS-RDR-OPEN
                    INITIALIZE          TFSACCRDR-REC-1
                    MOVE WS-RM-OLDACC (WS-RM-IX) TO TFSACCRDR-OLDACC
                    READ TFSACCRDR KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       MOVE TFSACCRDR-REASON TO WS-REASON
                    END-IF
           END-IF.

           MOVE     WS-RM-N (WS-RM-IX)  TO WS-ED-N.
           DISPLAY  WS-RM-SENBNKID (WS-RM-IX) " "
                    WS-RM-ORDNAME (WS-RM-IX) " "
                    WS-RM-OLDACC (WS-RM-IX) " "
                    WS-RM-NEWACC (WS-RM-IX) " "
                    WS-RM-RSNCD (WS-RM-IX) " "
                    WS-ED-N " "
                    WS-RM-LSTDTE (WS-RM-IX) " "
                    WS-REASON.

       C099-PRINT-ONE-REMITTER-EX.
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
      *************** END OF PROGRAM SOURCE  GHRDRRPT ***************
      ******************************************************************

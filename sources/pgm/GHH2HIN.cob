      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHH2HIN.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  HOST-TO-HOST CORPORATE BULK PAYMENT FILE INTAKE.
      *               TAKES ONE TFSH2HIN FILE (HEADER, PAYMENT LINES,
      *               TRAILER) FROM A CORPORATE THAT IS NOT ON SWIFT
      *               AND CAPTURES EACH VALID LINE AS ONE OUTWARD
      *               MT103 INSTRUCTION ON TFSOUTQ THROUGH TRFGOUTC,
      *               DEBITING THE ACCOUNT REGISTERED FOR THE
      *               CORPORATE ON TFSH2HCRP - THE SAME INSTRUCTION
      *               BRANCH STAFF WOULD OTHERWISE KEY, SO THE
      *               TRFGOUTD RELEASE SWEEP CONTROLS IT THE SAME WAY.
      *               THE WHOLE FILE IS REFUSED, AND NOTHING CAPTURED,
      *               WHEN THE HEADER/TRAILER BRACKET IS BROKEN, THE
      *               TRAILER LINE COUNT OR AMOUNT TOTAL DISAGREES,
      *               THE CORPORATE IS NOT REGISTERED/ACTIVE OR THE
      *               FILE REFERENCE WAS ALREADY TAKEN IN (TFSH2HLOG).
      *               OTHERWISE BAD LINES ARE REJECTED ONE BY ONE.
      *               THE TFSH2HACK ACKNOWLEDGEMENT GOES BACK TO THE
      *               CORPORATE WITH THE OUTCOME OF THE FILE AND OF
      *               EVERY LINE, AND A REASON FOR EACH REJECTION.
      *NOTE        :  MODELLED ON GHREPAPL (BRACKET CHECK BEFORE
      *               APPLY).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  H2H001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSH2HIN ASSIGN TO DATABASE-TFSH2HIN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSH2HACK ASSIGN TO DATABASE-TFSH2HACK
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSH2HCRP ASSIGN TO DATABASE-TFSH2HCRP
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSH2HLOG ASSIGN TO DATABASE-TFSH2HLOG
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSH2HIN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSH2HIN-REC.
       01  TFSH2HIN-REC.
           COPY DDS-ALL-FORMATS OF TFSH2HIN.
       01  TFSH2HIN-REC-1.
           COPY TFSH2HIN.
       FD  TFSH2HACK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSH2HACK-REC.
       01  TFSH2HACK-REC.
           COPY DDS-ALL-FORMATS OF TFSH2HACK.
       01  TFSH2HACK-REC-1.
           COPY TFSH2HACK.
       FD  TFSH2HCRP
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSH2HCRP-REC.
       01  TFSH2HCRP-REC.
           COPY DDS-ALL-FORMATS OF TFSH2HCRP.
       01  TFSH2HCRP-REC-1.
           COPY TFSH2HCRP.
       FD  TFSH2HLOG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSH2HLOG-REC.
       01  TFSH2HLOG-REC.
           COPY DDS-ALL-FORMATS OF TFSH2HLOG.
       01  TFSH2HLOG-REC-1.
           COPY TFSH2HLOG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHH2HIN   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY OUTC.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-HDR-SEEN-SW      PIC X(01)  VALUE "N".
       01  WS-TRL-SEEN-SW      PIC X(01)  VALUE "N".
       01  WS-LOG-EXISTS-SW    PIC X(01)  VALUE "N".

      *    FILE-LEVEL OUTCOME - SPACES = ACCEPTED.
       01  WS-FILE-RSNCD       PIC X(07)  VALUE SPACES.
       01  WS-FILE-RSNTXT      PIC X(50)  VALUE SPACES.
      *    LINE-LEVEL OUTCOME - SPACES = VALID.
       01  WS-LINE-RSNCD       PIC X(07)  VALUE SPACES.
       01  WS-LINE-RSNTXT      PIC X(50)  VALUE SPACES.

       01  WS-HDR-CORPID       PIC X(12)  VALUE SPACES.
       01  WS-HDR-FILEREF      PIC X(20)  VALUE SPACES.

       77  WS-REC-CNT          PIC 9(06) VALUE ZEROES.
       77  WS-TRL-CNT          PIC 9(06) VALUE ZEROES.
       77  WS-ACC-CNT          PIC 9(06) VALUE ZEROES.
       77  WS-REJ-CNT          PIC 9(06) VALUE ZEROES.
       77  WS-PREV-LINENO      PIC 9(06) VALUE ZEROES.
       77  WS-FRST-OUTQ        PIC 9(08) VALUE ZEROES.
       77  WS-LAST-OUTQ        PIC 9(08) VALUE ZEROES.
       01  WS-SUM-AMT          PIC S9(15)V9(02) COMP-3 VALUE ZERO.
       01  WS-TRL-AMT          PIC S9(15)V9(02) COMP-3 VALUE ZERO.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-CAPUSER          PIC X(10) VALUE "H2HINTAKE".
       01  WS-JOBNAME          PIC X(10) VALUE "GHH2HIN".

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
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           OPEN     INPUT TFSH2HIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - OPEN FILE ERROR - TFSH2HIN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     INPUT TFSH2HCRP.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - OPEN FILE ERROR - TFSH2HCRP"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSH2HLOG.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - OPEN FILE ERROR - TFSH2HLOG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     OUTPUT TFSH2HACK.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - OPEN FILE ERROR - TFSH2HACK"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  B000-CHECK-BRACKET
              THRU  B099-CHECK-BRACKET-EX.
           PERFORM  C000-CHECK-FILE
              THRU  C099-CHECK-FILE-EX.

           IF       WS-FILE-RSNCD NOT = SPACES
                    PERFORM E000-REFUSE-FILE
                       THRU E099-REFUSE-FILE-EX
                    GO TO A090-CLOSE-FILES.

           CLOSE    TFSH2HIN.
           OPEN     INPUT TFSH2HIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - REOPEN ERROR - TFSH2HIN"
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  F100-WRITE-ACK-HEADER
              THRU  F199-WRITE-ACK-HEADER-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           MOVE     ZEROES              TO WS-PREV-LINENO.
           PERFORM  D000-CAPTURE-ONE-LINE
              THRU  D099-CAPTURE-ONE-LINE-EX
                    UNTIL WS-EOF.
           PERFORM  F300-WRITE-ACK-TRAILER
              THRU  F399-WRITE-ACK-TRAILER-EX.
           PERFORM  G000-LOG-FILE
              THRU  G099-LOG-FILE-EX.

           DISPLAY  "GHH2HIN - " WS-HDR-CORPID " " WS-HDR-FILEREF
                    " ACCEPTED - LINES " WS-REC-CNT
                    " CAPTURED " WS-ACC-CNT
                    " REJECTED " WS-REJ-CNT.

       A090-CLOSE-FILES.
           CLOSE    TFSH2HIN  TFSH2HCRP  TFSH2HLOG  TFSH2HACK.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-ACC-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-CHECK-BRACKET.
      *---------------------------------------------------------------*
      *    FIRST PASS - NOTHING IS CAPTURED UNTIL THE WHOLE FILE IS
      *    PROVEN PRESENT AND IN AGREEMENT WITH ITS OWN TRAILER. THE
      *    CONTROL TOTAL IS OVER EVERY LINE AS SENT, GOOD OR BAD.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-CHECK-ONE-ROW
              THRU  B019-CHECK-ONE-ROW-EX
                    UNTIL WS-EOF.

       B099-CHECK-BRACKET-EX.
           EXIT.

       B010-CHECK-ONE-ROW.
           READ     TFSH2HIN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-CHECK-ONE-ROW-EX.

           IF       WS-TRL-SEEN-SW = "Y"
                    AND WS-FILE-RSNCD = SPACES
                    MOVE "H2H0011"      TO WS-FILE-RSNCD
                    MOVE "RECORD FOUND AFTER THE TRAILER"
                                        TO WS-FILE-RSNTXT.

           EVALUATE TFSH2HIN-RECTYP
               WHEN "H"
                    IF WS-HDR-SEEN-SW = "Y"
                       OR WS-REC-CNT > ZERO
                       IF WS-FILE-RSNCD = SPACES
                          MOVE "H2H0010" TO WS-FILE-RSNCD
                          MOVE "HEADER IS NOT THE FIRST RECORD"
                                        TO WS-FILE-RSNTXT
                       END-IF
                    ELSE
                       MOVE TFSH2HIN-CORPID  TO WS-HDR-CORPID
                       MOVE TFSH2HIN-FILEREF TO WS-HDR-FILEREF
                    END-IF
                    MOVE "Y"            TO WS-HDR-SEEN-SW
               WHEN "D"
                    IF WS-HDR-SEEN-SW NOT = "Y"
                       AND WS-FILE-RSNCD = SPACES
                       MOVE "H2H0010"   TO WS-FILE-RSNCD
                       MOVE "PAYMENT LINE BEFORE THE HEADER"
                                        TO WS-FILE-RSNTXT
                    END-IF
                    ADD  1              TO WS-REC-CNT
                    IF TFSH2HIN-AMT NUMERIC
                       ADD TFSH2HIN-AMT TO WS-SUM-AMT
                    END-IF
               WHEN "T"
                    MOVE "Y"            TO WS-TRL-SEEN-SW
                    IF TFSH2HIN-RECCNT NUMERIC
                       MOVE TFSH2HIN-RECCNT TO WS-TRL-CNT
                    END-IF
                    IF TFSH2HIN-TOTAMT NUMERIC
                       MOVE TFSH2HIN-TOTAMT TO WS-TRL-AMT
                    END-IF
               WHEN OTHER
                    IF WS-FILE-RSNCD = SPACES
                       MOVE "H2H0017"   TO WS-FILE-RSNCD
                       MOVE "UNKNOWN RECORD TYPE"
                                        TO WS-FILE-RSNTXT
                    END-IF
           END-EVALUATE.

       B019-CHECK-ONE-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CHECK-FILE.
      *---------------------------------------------------------------*
      *    FILE-LEVEL CHECKS, FIRST FAILURE WINS.
      *---------------------------------------------------------------*
           IF       WS-FILE-RSNCD NOT = SPACES
                    GO TO C099-CHECK-FILE-EX.
           IF       WS-HDR-SEEN-SW NOT = "Y"
                    MOVE "H2H0010"      TO WS-FILE-RSNCD
                    MOVE "HEADER MISSING"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.
           IF       WS-TRL-SEEN-SW NOT = "Y"
                    MOVE "H2H0011"      TO WS-FILE-RSNCD
                    MOVE "TRAILER MISSING"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.
           IF       WS-HDR-FILEREF = SPACES
                    MOVE "H2H0016"      TO WS-FILE-RSNCD
                    MOVE "FILE REFERENCE MISSING"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.
           IF       WS-REC-CNT NOT = WS-TRL-CNT
                    MOVE "H2H0012"      TO WS-FILE-RSNCD
                    MOVE "TRAILER LINE COUNT DOES NOT AGREE"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.
           IF       WS-SUM-AMT NOT = WS-TRL-AMT
                    MOVE "H2H0013"      TO WS-FILE-RSNCD
                    MOVE "TRAILER AMOUNT TOTAL DOES NOT AGREE"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.

           INITIALIZE                   TFSH2HCRP-REC-1.
           MOVE     WS-HDR-CORPID       TO TFSH2HCRP-CORPID.
           READ     TFSH2HCRP KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSH2HCRP-STATUS NOT = "A"
                    OR TFSH2HCRP-DRACCNO = SPACES
                    MOVE "H2H0014"      TO WS-FILE-RSNCD
                    MOVE "CORPORATE NOT REGISTERED OR SUSPENDED"
                                        TO WS-FILE-RSNTXT
                    GO TO C099-CHECK-FILE-EX.

      *    AN ACCEPTED REFERENCE IS NEVER TAKEN IN TWICE; ONE REFUSED
      *    WHOLE MAY COME BACK CORRECTED UNDER THE SAME REFERENCE.
           MOVE     "N"                 TO WS-LOG-EXISTS-SW.
           INITIALIZE                   TFSH2HLOG-REC-1.
           MOVE     WS-HDR-CORPID       TO TFSH2HLOG-CORPID.
           MOVE     WS-HDR-FILEREF      TO TFSH2HLOG-FILEREF.
           READ     TFSH2HLOG KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-LOG-EXISTS-SW
                    IF TFSH2HLOG-FILSTAT = "A"
                       MOVE "H2H0015"   TO WS-FILE-RSNCD
                       MOVE "FILE REFERENCE ALREADY TAKEN IN"
                                        TO WS-FILE-RSNTXT
                    END-IF
           END-IF.

       C099-CHECK-FILE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-CAPTURE-ONE-LINE.
      *---------------------------------------------------------------*
           READ     TFSH2HIN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D099-CAPTURE-ONE-LINE-EX.
           IF       TFSH2HIN-RECTYP NOT = "D"
                    GO TO D099-CAPTURE-ONE-LINE-EX.

           PERFORM  D100-VALIDATE-LINE
              THRU  D199-VALIDATE-LINE-EX.
           IF       WS-LINE-RSNCD = SPACES
                    PERFORM D200-CAPTURE-LINE
                       THRU D299-CAPTURE-LINE-EX.

           IF       WS-LINE-RSNCD = SPACES
                    ADD  1              TO WS-ACC-CNT
           ELSE
                    ADD  1              TO WS-REJ-CNT
           END-IF.
           PERFORM  F200-WRITE-ACK-LINE
              THRU  F299-WRITE-ACK-LINE-EX.

       D099-CAPTURE-ONE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-VALIDATE-LINE.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-LINE-RSNCD
                                           WS-LINE-RSNTXT.
           IF       TFSH2HIN-LINENO NOT NUMERIC
                    OR TFSH2HIN-LINENO NOT > WS-PREV-LINENO
                    MOVE "H2H0001"      TO WS-LINE-RSNCD
                    MOVE "LINE NUMBER NOT NUMERIC OR NOT ASCENDING"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           MOVE     TFSH2HIN-LINENO     TO WS-PREV-LINENO.
           IF       TFSH2HIN-RCBNKID = SPACES
                    MOVE "H2H0002"      TO WS-LINE-RSNCD
                    MOVE "BENEFICIARY BANK BIC MISSING"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           IF       TFSH2HIN-CUYCD = SPACES
                    MOVE "H2H0003"      TO WS-LINE-RSNCD
                    MOVE "CURRENCY MISSING"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           IF       TFSH2HIN-AMT NOT NUMERIC
                    OR TFSH2HIN-AMT = ZERO
                    MOVE "H2H0004"      TO WS-LINE-RSNCD
                    MOVE "AMOUNT NOT NUMERIC OR ZERO"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           IF       TFSH2HIN-VALDTE NOT NUMERIC
                    OR TFSH2HIN-VALDTE < WS-RUN-DATE-8
                    MOVE "H2H0005"      TO WS-LINE-RSNCD
                    MOVE "VALUE DATE NOT NUMERIC OR IN THE PAST"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           IF       TFSH2HIN-BENACC = SPACES
                    OR TFSH2HIN-BENNM = SPACES
                    MOVE "H2H0006"      TO WS-LINE-RSNCD
                    MOVE "BENEFICIARY ACCOUNT OR NAME MISSING"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.
           IF       TFSH2HIN-CHGOPT NOT = "BEN"
                    AND TFSH2HIN-CHGOPT NOT = "SHA"
                    AND TFSH2HIN-CHGOPT NOT = "OUR"
                    MOVE "H2H0007"      TO WS-LINE-RSNCD
                    MOVE "CHARGE OPTION NOT BEN, SHA OR OUR"
                                        TO WS-LINE-RSNTXT
                    GO TO D199-VALIDATE-LINE-EX.

       D199-VALIDATE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-CAPTURE-LINE.
      *---------------------------------------------------------------*
      *    THE LINE IS CAPTURED EXACTLY AS A BRANCH WOULD KEY IT -
      *    CUSTOMER-ACCOUNT DEBIT OF THE REGISTERED ACCOUNT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-OUTC-RECORD.
           MOVE     WS-CAPUSER          TO WK-C-OUTC-USERID.
           MOVE     TFSH2HCRP-BNKENTITY TO WK-C-OUTC-BNKENTITY.
           MOVE     TFSH2HCRP-PROCUNIT  TO WK-C-OUTC-PROCUNIT.
           MOVE     103                 TO WK-N-OUTC-SWFTMGTY.
           MOVE     TFSH2HIN-RCBNKID    TO WK-C-OUTC-RCBNKID.
           MOVE     TFSH2HIN-CUYCD      TO WK-C-OUTC-CUYCD.
           MOVE     TFSH2HIN-AMT        TO WK-N-OUTC-AMT.
           MOVE     TFSH2HIN-VALDTE     TO WK-N-OUTC-VALDTE.
           MOVE     "CA"                TO WK-C-OUTC-DRMODE.
           MOVE     ZEROES              TO WK-N-OUTC-DRGLNO.
           MOVE     TFSH2HCRP-DRACCNO   TO WK-C-OUTC-DRACCNO.
           MOVE     TFSH2HIN-TAG57BIC   TO WK-C-OUTC-TAG57BIC.
           MOVE     TFSH2HIN-BENACC     TO WK-C-OUTC-BENACC.
           MOVE     TFSH2HIN-BENNM      TO WK-C-OUTC-BENNM.
           MOVE     TFSH2HIN-BENAD1     TO WK-C-OUTC-BENAD1.
           MOVE     TFSH2HIN-BENAD2     TO WK-C-OUTC-BENAD2.
           MOVE     TFSH2HIN-RMT-V1     TO WK-C-OUTC-TAG70-V1.
           MOVE     TFSH2HIN-RMT-V2     TO WK-C-OUTC-TAG70-V2.
           MOVE     TFSH2HIN-RMT-V3     TO WK-C-OUTC-TAG70-V3.
           MOVE     TFSH2HIN-RMT-V4     TO WK-C-OUTC-TAG70-V4.
           MOVE     TFSH2HIN-CHGOPT     TO WK-C-OUTC-CHGOPT.
           MOVE     SPACES              TO WK-C-OUTC-TAG57PID.
           MOVE     "N"                 TO WK-C-OUTC-EXTIND.
           CALL     "TRFGOUTC"          USING WK-C-OUTC-RECORD.

           IF       WK-C-OUTC-ERROR-CD NOT = SPACES
                    MOVE WK-C-OUTC-ERROR-CD TO WS-LINE-RSNCD
                    IF WK-C-OUTC-ERROR-CD = "COM0206"
                       MOVE "SYSTEM ERROR - RESEND THIS LINE"
                                        TO WS-LINE-RSNTXT
                    ELSE
                       MOVE "INSTRUCTION REFUSED AT CAPTURE"
                                        TO WS-LINE-RSNTXT
                    END-IF
                    GO TO D299-CAPTURE-LINE-EX.

           IF       WS-FRST-OUTQ = ZEROES
                    MOVE WK-N-OUTC-OUTQNO TO WS-FRST-OUTQ.
           MOVE     WK-N-OUTC-OUTQNO    TO WS-LAST-OUTQ.

       D299-CAPTURE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-REFUSE-FILE.
      *---------------------------------------------------------------*
      *    NOTHING IS CAPTURED. A DUPLICATE LEAVES THE LOG OF THE
      *    ORIGINAL FILE UNTOUCHED; ANY OTHER REFUSAL IS LOGGED SO
      *    THE CORRECTED FILE CAN BE TRACED TO IT.
      *---------------------------------------------------------------*
           MOVE     ZEROES              TO WS-ACC-CNT  WS-REJ-CNT.
           PERFORM  F100-WRITE-ACK-HEADER
              THRU  F199-WRITE-ACK-HEADER-EX.
           PERFORM  F300-WRITE-ACK-TRAILER
              THRU  F399-WRITE-ACK-TRAILER-EX.
           IF       WS-FILE-RSNCD NOT = "H2H0015"
                    AND WS-HDR-FILEREF NOT = SPACES
                    PERFORM G000-LOG-FILE
                       THRU G099-LOG-FILE-EX.

           DISPLAY  "GHH2HIN - " WS-HDR-CORPID " " WS-HDR-FILEREF
                    " REFUSED - " WS-FILE-RSNCD " " WS-FILE-RSNTXT.

       E099-REFUSE-FILE-EX.
           EXIT.

      *---------------------------------------------------------------*
       F100-WRITE-ACK-HEADER.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSH2HACK-REC-1.
           MOVE     "H"                 TO TFSH2HACK-RECTYP.
           MOVE     WS-HDR-CORPID       TO TFSH2HACK-CORPID.
           MOVE     WS-HDR-FILEREF      TO TFSH2HACK-FILEREF.
           IF       WS-FILE-RSNCD = SPACES
                    MOVE "A"            TO TFSH2HACK-STATUS
           ELSE
                    MOVE "R"            TO TFSH2HACK-STATUS
                    MOVE WS-FILE-RSNCD  TO TFSH2HACK-RSNCD
                    MOVE WS-FILE-RSNTXT TO TFSH2HACK-RSNTXT
           END-IF.
           MOVE     WS-TRL-AMT          TO TFSH2HACK-AMT.
           PERFORM  F900-WRITE-ACK
              THRU  F999-WRITE-ACK-EX.

       F199-WRITE-ACK-HEADER-EX.
           EXIT.

      *---------------------------------------------------------------*
       F200-WRITE-ACK-LINE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSH2HACK-REC-1.
           MOVE     "D"                 TO TFSH2HACK-RECTYP.
           MOVE     WS-HDR-CORPID       TO TFSH2HACK-CORPID.
           MOVE     WS-HDR-FILEREF      TO TFSH2HACK-FILEREF.
           IF       TFSH2HIN-LINENO NUMERIC
                    MOVE TFSH2HIN-LINENO TO TFSH2HACK-LINENO.
           MOVE     TFSH2HIN-CUSTREF    TO TFSH2HACK-CUSTREF.
           IF       TFSH2HIN-AMT NUMERIC
                    MOVE TFSH2HIN-AMT   TO TFSH2HACK-AMT.
           IF       WS-LINE-RSNCD = SPACES
                    MOVE "A"            TO TFSH2HACK-STATUS
                    MOVE WK-N-OUTC-OUTQNO TO TFSH2HACK-OUTQNO
           ELSE
                    MOVE "R"            TO TFSH2HACK-STATUS
                    MOVE WS-LINE-RSNCD  TO TFSH2HACK-RSNCD
                    MOVE WS-LINE-RSNTXT TO TFSH2HACK-RSNTXT
           END-IF.
           PERFORM  F900-WRITE-ACK
              THRU  F999-WRITE-ACK-EX.

       F299-WRITE-ACK-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       F300-WRITE-ACK-TRAILER.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSH2HACK-REC-1.
           MOVE     "T"                 TO TFSH2HACK-RECTYP.
           MOVE     WS-HDR-CORPID       TO TFSH2HACK-CORPID.
           MOVE     WS-HDR-FILEREF      TO TFSH2HACK-FILEREF.
           MOVE     WS-TRL-AMT          TO TFSH2HACK-AMT.
           MOVE     WS-REC-CNT          TO TFSH2HACK-RECCNT.
           MOVE     WS-ACC-CNT          TO TFSH2HACK-ACCCNT.
           MOVE     WS-REJ-CNT          TO TFSH2HACK-REJCNT.
           PERFORM  F900-WRITE-ACK
              THRU  F999-WRITE-ACK-EX.

       F399-WRITE-ACK-TRAILER-EX.
           EXIT.

       F900-WRITE-ACK.
           WRITE    TFSH2HACK-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - WRITE ERROR - TFSH2HACK"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       F999-WRITE-ACK-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-LOG-FILE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSH2HLOG-REC-1.
           MOVE     WS-HDR-CORPID       TO TFSH2HLOG-CORPID.
           MOVE     WS-HDR-FILEREF      TO TFSH2HLOG-FILEREF.
           MOVE     WS-RUN-DATE-8       TO TFSH2HLOG-RCVDTE.
           MOVE     WS-TIME-6           TO TFSH2HLOG-RCVTIME.
           IF       WS-FILE-RSNCD = SPACES
                    MOVE "A"            TO TFSH2HLOG-FILSTAT
           ELSE
                    MOVE "R"            TO TFSH2HLOG-FILSTAT
                    MOVE WS-FILE-RSNCD  TO TFSH2HLOG-RSNCD
           END-IF.
           MOVE     WS-REC-CNT          TO TFSH2HLOG-RECCNT.
           MOVE     WS-ACC-CNT          TO TFSH2HLOG-ACCCNT.
           MOVE     WS-REJ-CNT          TO TFSH2HLOG-REJCNT.
           MOVE     WS-TRL-AMT          TO TFSH2HLOG-TOTAMT.
           MOVE     WS-FRST-OUTQ        TO TFSH2HLOG-FRSTOUTQ.
           MOVE     WS-LAST-OUTQ        TO TFSH2HLOG-LASTOUTQ.
           IF       WS-LOG-EXISTS-SW = "Y"
                    REWRITE TFSH2HLOG-REC-1
           ELSE
                    WRITE TFSH2HLOG-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHH2HIN - WRITE ERROR - TFSH2HLOG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       G099-LOG-FILE-EX.
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
      *************** END OF PROGRAM SOURCE  GHH2HIN ****************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHCLRDLT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  NATIONAL CLEARING-CODE DIRECTORY DELTA LOAD INTO
      *               THE TFSCLRDIR REFERENCE FILE (FEDWIRE ABA, CHIPS
      *               UID AND PARTICIPANT, UK SORT CODE, AUSTRALIAN
      *               BSB, IFSC AND CNAPS CODES RESOLVED TO THE
      *               INSTITUTION BIC), SAME DELTA-LOAD SHAPE AS THE
      *               GHBICDLT BIC DIRECTORY LOAD. TRIAL PHASE (UPSI-1
      *               OFF): READS THE DELTA FILE (TFSCLRDLT - ACTION,
      *               SCHEME, CODE, BIC, COUNTRY, INSTITUTION NAME) AND
      *               REPORTS EVERY ADD/CHANGE/DELETE AGAINST THE LIVE
      *               FILE WITHOUT TOUCHING IT. APPLY PHASE (UPSI-1 ON):
      *               APPLIES THE DELTAS. AN ADD OR CHANGE WHOSE CODE
      *               IS THE WRONG SHAPE FOR ITS SCHEME (TRFVCLRC
      *               FORMAT CHECK, INCLUDING THE ABA CHECK DIGIT) IS
      *               REJECTED, NEVER LOADED. DELETES OF ROWS STILL ON
      *               FILE ARE THE HEADLINE EXCEPTIONS EITHER WAY.
      *NOTE        :  MODELLED ON GHIBNDLT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CLRC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    UPSI-1 IS UPSI-SWITCH-1
                           ON  STATUS IS U1-ON
                           OFF STATUS IS U1-OFF
                         UPSI-2 IS UPSI-SWITCH-2
                           ON  STATUS IS U2-ON
                           OFF STATUS IS U2-OFF.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSCLRDLT ASSIGN TO DATABASE-TFSCLRDLT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLRDIR ASSIGN TO DATABASE-TFSCLRDIR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSCLRDLT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLRDLT-REC.
       01  TFSCLRDLT-REC.
           COPY DDS-ALL-FORMATS OF TFSCLRDLT.
      * DIRECTORY DELTA RECORD AS DELIVERED: ACTION + SCHEME + CODE +
      * BIC + COUNTRY + INSTITUTION NAME.
       01  TFSCLRDLT-REC-1.
           05 TFSCLRDLT-ACTION     PIC X(01).
           05 TFSCLRDLT-SCHEME     PIC X(02).
           05 TFSCLRDLT-CLRCODE    PIC X(15).
           05 TFSCLRDLT-BIC        PIC X(11).
           05 TFSCLRDLT-CNTRYCD    PIC X(02).
           05 TFSCLRDLT-INSTNAME   PIC X(35).
           05 FILLER               PIC X(14).
       FD  TFSCLRDIR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLRDIR-REC.
       01  TFSCLRDIR-REC.
           COPY DDS-ALL-FORMATS OF TFSCLRDIR.
       01  TFSCLRDIR-REC-1.
           COPY TFSCLRDIR.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHCLRDLT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY VCLRC.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-ON-FILE-SW       PIC X(01).

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-ADD-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-CHG-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-DEL-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-BAD-CNT          PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHCLRDLT".

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

           IF       U1-ON
                    DISPLAY "GHCLRDLT - APPLY PHASE"
           ELSE
                    DISPLAY "GHCLRDLT - TRIAL PHASE - NOTHING IS "
                            "APPLIED"
           END-IF.

           OPEN     INPUT TFSCLRDLT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCLRDLT - OPEN FILE ERROR - TFSCLRDLT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSCLRDIR.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCLRDLT - OPEN FILE ERROR - TFSCLRDIR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B000-READ-DELTA
              THRU  B099-READ-DELTA-EX.
           PERFORM  B100-PROCESS-DELTA
              THRU  B199-PROCESS-DELTA-EX
                    UNTIL WS-EOF.

           DISPLAY  "GHCLRDLT - DELTA ROWS READ : " WS-READ-CNT.
           DISPLAY  "GHCLRDLT - ADDS            : " WS-ADD-CNT.
           DISPLAY  "GHCLRDLT - CHANGES         : " WS-CHG-CNT.
           DISPLAY  "GHCLRDLT - DELETES         : " WS-DEL-CNT.
           DISPLAY  "GHCLRDLT - REJECTED ROWS   : " WS-BAD-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-READ-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-DELTA.
      *---------------------------------------------------------------*
           READ     TFSCLRDLT.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCLRDLT - READ ERROR - TFSCLRDLT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "Y"            TO WS-EOF-SW
              ELSE
                    ADD  1              TO WS-READ-CNT
              END-IF
           END-IF.

       B099-READ-DELTA-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-PROCESS-DELTA.
      *---------------------------------------------------------------*
           IF       TFSCLRDLT-SCHEME = SPACES
                    OR TFSCLRDLT-CLRCODE = SPACES
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHCLRDLT - BAD DELTA ROW SKIPPED"
                    GO TO B190-NEXT-DELTA.

           INITIALIZE                   TFSCLRDIR-REC-1.
           MOVE     TFSCLRDLT-SCHEME    TO TFSCLRDIR-SCHEME.
           MOVE     TFSCLRDLT-CLRCODE   TO TFSCLRDIR-CLRCODE.
           READ     TFSCLRDIR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-ON-FILE-SW
           END-IF.

           EVALUATE TFSCLRDLT-ACTION
               WHEN "D"
                    PERFORM C000-DELETE-ROW
                       THRU C099-DELETE-ROW-EX
               WHEN "A"
               WHEN "C"
                    PERFORM C100-ADD-CHANGE-ROW
                       THRU C199-ADD-CHANGE-ROW-EX
               WHEN OTHER
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHCLRDLT - UNKNOWN ACTION "
                            TFSCLRDLT-ACTION " FOR "
                            TFSCLRDLT-SCHEME "/"
                            TFSCLRDLT-CLRCODE
           END-EVALUATE.

       B190-NEXT-DELTA.
           PERFORM  B000-READ-DELTA
              THRU  B099-READ-DELTA-EX.

       B199-PROCESS-DELTA-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-DELETE-ROW.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-DEL-CNT.
           IF       WS-ON-FILE-SW NOT = "Y"
                    DISPLAY "GHCLRDLT - DELETE FOR A ROW WE DO NOT "
                            "HOLD: " TFSCLRDLT-SCHEME "/"
                            TFSCLRDLT-CLRCODE
                    GO TO C099-DELETE-ROW-EX.

           DISPLAY  "GHCLRDLT - DELETE " TFSCLRDLT-SCHEME "/"
                    TFSCLRDLT-CLRCODE " (WAS " TFSCLRDIR-BIC ")".
           IF       U1-ON
                    DELETE TFSCLRDIR RECORD
                    IF NOT WK-C-SUCCESSFUL
                       DISPLAY "GHCLRDLT - DELETE ERROR - TFSCLRDIR"
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
           END-IF.

       C099-DELETE-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-ADD-CHANGE-ROW.
      *---------------------------------------------------------------*
      *    THE CODE MUST BE THE RIGHT SHAPE FOR ITS SCHEME BEFORE IT
      *    CAN BE LOADED - THE VALIDATION RUNS THE SAME CHECK, AND A
      *    ROW IT WOULD REJECT ON SIGHT IS NO USE ON THE DIRECTORY.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-VCLRC-RECORD.
           MOVE     "F"                 TO WK-C-VCLRC-OPTION.
           STRING   "//"                DELIMITED BY SIZE
                    TFSCLRDLT-SCHEME    DELIMITED BY SIZE
                    TFSCLRDLT-CLRCODE   DELIMITED BY SIZE
                    INTO WK-C-VCLRC-PTYLINE.
           CALL     "TRFVCLRC"          USING WK-C-VCLRC-RECORD.
           IF       WK-C-VCLRC-CLRIND NOT = "Y"
                    OR WK-C-VCLRC-ERROR-CD NOT = SPACES
                    OR TFSCLRDLT-BIC = SPACES
                    ADD  1              TO WS-BAD-CNT
                    DISPLAY "GHCLRDLT - REJECTED " TFSCLRDLT-SCHEME
                            "/" TFSCLRDLT-CLRCODE " - CODE OR BIC "
                            "MALFORMED"
                    GO TO C199-ADD-CHANGE-ROW-EX.

           IF       WS-ON-FILE-SW = "Y"
                    ADD  1              TO WS-CHG-CNT
                    DISPLAY "GHCLRDLT - CHANGE " TFSCLRDLT-SCHEME
                            "/" TFSCLRDLT-CLRCODE " -> "
                            TFSCLRDLT-BIC
           ELSE
                    ADD  1              TO WS-ADD-CNT
                    DISPLAY "GHCLRDLT - ADD    " TFSCLRDLT-SCHEME
                            "/" TFSCLRDLT-CLRCODE " -> "
                            TFSCLRDLT-BIC
           END-IF.

           IF       U1-OFF
                    GO TO C199-ADD-CHANGE-ROW-EX.

           MOVE     TFSCLRDLT-SCHEME    TO TFSCLRDIR-SCHEME.
           MOVE     TFSCLRDLT-CLRCODE   TO TFSCLRDIR-CLRCODE.
           MOVE     TFSCLRDLT-BIC       TO TFSCLRDIR-BIC.
           MOVE     TFSCLRDLT-CNTRYCD   TO TFSCLRDIR-CNTRYCD.
           MOVE     TFSCLRDLT-INSTNAME  TO TFSCLRDIR-INSTNAME.
           MOVE     "Y"                 TO TFSCLRDIR-ACTVIND.
           MOVE     WS-DATE-8           TO TFSCLRDIR-LSTUPDTE.

           IF       WS-ON-FILE-SW = "Y"
                    REWRITE TFSCLRDIR-REC-1
           ELSE
                    WRITE TFSCLRDIR-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHCLRDLT - WRITE ERROR - TFSCLRDIR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

       C199-ADD-CHANGE-ROW-EX.
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
           CLOSE    TFSCLRDLT  TFSCLRDIR.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHCLRDLT ***************
      ******************************************************************

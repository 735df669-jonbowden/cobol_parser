      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXVBAL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  KEEPS THE RUNNING INTRADAY BALANCE OF A VOSTRO
      *               (TFSVOSBAL, ONE ROW PER BANK/CURRENCY). THE FIRST
      *               CALL OF THE DAY ROLLS THE ROW FORWARD - OPENING
      *               FROM THE LATEST TFSVSTMT 62F CLOSING, TODAY'S
      *               TOTALS CLEARED. A DEBIT IS POSTED ONLY IF THE
      *               VOSTRO CAN CARRY IT WITHOUT GOING BELOW ZERO, OR
      *               BELOW THE OVERDRAFT LINE AGREED WITH THE
      *               CORRESPONDENT; OTHERWISE IT IS REFUSED AND
      *               NOTHING MOVES. A CREDIT ALWAYS POSTS. EVERY
      *               POSTED MOVEMENT IS LOGGED ON TFSVOSMOV. A BANK/
      *               CURRENCY WITHOUT A ROW IS NOT CONTROLLED.
      *NOTE        :  MODELLED ON TRFXCRBX.
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
           SELECT TFSVOSBAL ASSIGN TO DATABASE-TFSVOSBAL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVSTMT ASSIGN TO DATABASE-TFSVSTMT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSMOV ASSIGN TO DATABASE-TFSVOSMOV
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSVOSBAL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSBAL-REC.
       01  TFSVOSBAL-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSBAL.
       01  TFSVOSBAL-REC-1.
           COPY TFSVOSBAL.

       FD  TFSVSTMT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVSTMT-REC.
       01  TFSVSTMT-REC.
           COPY DDS-ALL-FORMATS OF TFSVSTMT.
       01  TFSVSTMT-REC-1.
           COPY TFSVSTMT.

       FD  TFSVOSMOV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSMOV-REC.
       01  TFSVOSMOV-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSMOV.
       01  TFSVOSMOV-REC-1.
           COPY TFSVOSMOV.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXVBAL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-AVLBAL           PIC S9(15)V9(02) VALUE ZERO.
       01  WS-LAST-CLOSE       PIC S9(15)V9(02) VALUE ZERO.
       01  WS-RG-EOF-SW        PIC X(01)  VALUE "N".
           88 WS-RG-EOF                   VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VBAL.
       EJECT
       PROCEDURE DIVISION USING WK-C-VBAL-RECORD.
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
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           MOVE     SPACES              TO WK-C-VBAL-ERROR-CD.
           MOVE     "OK"                TO WK-C-VBAL-STATUS.
           MOVE     ZERO                TO WK-N-VBAL-AVLBAL
                                           WK-N-VBAL-ODLINE.

           OPEN     I-O TFSVOSBAL.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFXVBAL - OPEN FILE ERROR - TFSVOSBAL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VBAL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSVOSBAL-REC-1.
           MOVE     WK-C-VBAL-BANKID    TO TFSVOSBAL-BANKID.
           MOVE     WK-C-VBAL-CUYCD     TO TFSVOSBAL-CUYCD.
           READ     TFSVOSBAL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "NV"           TO WK-C-VBAL-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       TFSVOSBAL-BALDTE NOT = WS-DATE-8
                    PERFORM B000-ROLL-DAY
                       THRU B099-ROLL-DAY-EX.

           COMPUTE  WS-AVLBAL = TFSVOSBAL-OPENBAL
                              + TFSVOSBAL-CRTOTAL
                              - TFSVOSBAL-DRTOTAL.
           MOVE     TFSVOSBAL-ODLINE    TO WK-N-VBAL-ODLINE.

           EVALUATE WK-C-VBAL-MODE
               WHEN "DR "
      *             THE DEBIT MAY USE THE BALANCE AND THE LINE - NO
      *             FURTHER.
                    IF WS-AVLBAL - WK-N-VBAL-AMT
                       < ZERO - TFSVOSBAL-ODLINE
                       MOVE "XX"        TO WK-C-VBAL-STATUS
                    ELSE
                       ADD  WK-N-VBAL-AMT TO TFSVOSBAL-DRTOTAL
                       SUBTRACT WK-N-VBAL-AMT FROM WS-AVLBAL
                       PERFORM C000-POST-MOVEMENT
                          THRU C099-POST-MOVEMENT-EX
                    END-IF
               WHEN "CR "
                    ADD  WK-N-VBAL-AMT  TO TFSVOSBAL-CRTOTAL
                    ADD  WK-N-VBAL-AMT  TO WS-AVLBAL
                    PERFORM C000-POST-MOVEMENT
                       THRU C099-POST-MOVEMENT-EX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           REWRITE  TFSVOSBAL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXVBAL - REWRITE ERROR - TFSVOSBAL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VBAL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     WS-AVLBAL           TO WK-N-VBAL-AVLBAL.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-ROLL-DAY.
      *---------------------------------------------------------------*
      *    NEW BUSINESS DAY - THE OPENING IS THE LATEST STATEMENT
      *    CLOSING WE SENT THE CORRESPONDENT (GHM950O), SO THE
      *    INTRADAY FIGURE AND THE MT950 THEY RECONCILE AGAINST START
      *    FROM THE SAME NUMBER. THE OVERDRAFT LINE CARRIES OVER.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-LAST-CLOSE.
           OPEN     INPUT TFSVSTMT.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE          TFSVSTMT-REC-1
                    MOVE TFSVOSBAL-BANKID TO TFSVSTMT-BANKID
                    MOVE TFSVOSBAL-CUYCD  TO TFSVSTMT-CUYCD
                    MOVE ZEROES         TO TFSVSTMT-STMTDTE
                    START TFSVSTMT KEY NOT LESS THAN
                          EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       MOVE "N"         TO WS-RG-EOF-SW
                       PERFORM B010-SCAN-ONE-STMT
                          THRU B019-SCAN-ONE-STMT-EX
                               UNTIL WS-RG-EOF
                    END-IF
                    CLOSE TFSVSTMT
           ELSE
                    DISPLAY "TRFXVBAL - OPEN FILE ERROR - TFSVSTMT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
           END-IF.

           MOVE     WS-DATE-8           TO TFSVOSBAL-BALDTE.
           MOVE     WS-LAST-CLOSE       TO TFSVOSBAL-OPENBAL.
           MOVE     ZERO                TO TFSVOSBAL-CRTOTAL
                                           TFSVOSBAL-DRTOTAL.

       B099-ROLL-DAY-EX.
           EXIT.

       B010-SCAN-ONE-STMT.
           READ     TFSVSTMT NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSVSTMT-BANKID NOT = TFSVOSBAL-BANKID
                    OR TFSVSTMT-CUYCD NOT = TFSVOSBAL-CUYCD
                    MOVE "Y"            TO WS-RG-EOF-SW
                    GO TO B019-SCAN-ONE-STMT-EX.
      *    ROWS COME UP IN DATE ORDER - THE LAST ONE READ IS THE
      *    LATEST CLOSING.
           MOVE     TFSVSTMT-CLOSEBAL   TO WS-LAST-CLOSE.

       B019-SCAN-ONE-STMT-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-POST-MOVEMENT.
      *---------------------------------------------------------------*
           MOVE     WS-DATE-8           TO TFSVOSBAL-LSTDTE.
           MOVE     WS-TIME-6           TO TFSVOSBAL-LSTTIME.

           OPEN     EXTEND TFSVOSMOV.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXVBAL - OPEN FILE ERROR - TFSVOSMOV"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO C099-POST-MOVEMENT-EX.
           INITIALIZE                   TFSVOSMOV-REC-1.
           MOVE     TFSVOSBAL-BANKID    TO TFSVOSMOV-BANKID.
           MOVE     TFSVOSBAL-CUYCD     TO TFSVOSMOV-CUYCD.
           MOVE     WS-DATE-8           TO TFSVOSMOV-MOVDTE.
           MOVE     WS-TIME-6           TO TFSVOSMOV-MOVTIME.
           MOVE     WK-N-VBAL-PARALNO   TO TFSVOSMOV-PARALNO.
           MOVE     WK-N-VBAL-SEQNUM    TO TFSVOSMOV-SEQNUM.
           IF       WK-C-VBAL-MODE = "CR "
                    MOVE "C"            TO TFSVOSMOV-DRCR
           ELSE
                    MOVE "D"            TO TFSVOSMOV-DRCR
           END-IF.
           MOVE     WK-N-VBAL-AMT       TO TFSVOSMOV-AMT.
           WRITE    TFSVOSMOV-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXVBAL - WRITE ERROR - TFSVOSMOV"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS.
           CLOSE    TFSVOSMOV.

       C099-POST-MOVEMENT-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSVOSBAL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXVBAL - CLOSE FILE ERROR - TFSVOSBAL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFXVBAL ***************
      ******************************************************************

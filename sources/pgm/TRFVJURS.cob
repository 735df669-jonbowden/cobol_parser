      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVJURS.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  PARTY-ADDRESS JURISDICTION CHECK. TRFVTD2 ONLY
      *               LOOKS AT THE COUNTRY OF THE BANKS IN THE CHAIN;
      *               THIS LOOKS AT WHERE THE ORDERING CUSTOMER AND THE
      *               BENEFICIARY ACTUALLY ARE. THE TAG 50 AND TAG 59
      *               ADDRESS LINES ARE FOLDED (TRFXDIAC), UPPER-CASED
      *               AND SCANNED FOR THE ISO CODE OF EVERY COUNTRY
      *               FLAGGED TFSCNTRY-SANCTHLD AND FOR THAT COUNTRY'S
      *               NAMES AND MAJOR CITIES HELD ON TFSJURTRM. A TERM
      *               ONLY COUNTS AS A WHOLE WORD OR PHRASE, SO "IR"
      *               DOES NOT FIRE INSIDE "IRVINE". CALLED BY TRFVSCRN
      *               AHEAD OF THE NAME SCREENING ENQUIRY.
      *NOTE        :  MODELLED ON TRFVTD2 (FIRST-TIME LOAD). THE TERM
      *               TABLE IS LOADED ON THE FIRST CALL OF THE RUN AND
      *               KEPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  JURS01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSCNTRY ASSIGN TO DATABASE-TFSCNTRY
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSJURTRM ASSIGN TO DATABASE-TFSJURTRM
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSCNTRY
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCNTRY-REC.
       01  TFSCNTRY-REC.
           COPY DDS-ALL-FORMATS OF TFSCNTRY.
       01  TFSCNTRY-REC-1.
           COPY TFSCNTRY.
       FD  TFSJURTRM
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSJURTRM-REC.
       01  TFSJURTRM-REC.
           COPY DDS-ALL-FORMATS OF TFSJURTRM.
       01  TFSJURTRM-REC-1.
           COPY TFSJURTRM.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVJURS  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY DIAC.

       01  FIRST-TIME          PIC X(01)  VALUE "Y".
       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-HIT-SW           PIC X(01).

      * COUNTRIES CURRENTLY UNDER A SANCTIONS HOLD
       77  WS-SC-MAX           PIC S9(04) COMP VALUE 300.
       77  WS-SC-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-SC-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-SC-TABLE.
           05 WS-SC-CNTRYCD    PIC X(02) OCCURS 300.

      * TERMS TO LOOK FOR - ISO CODES FIRST, THEN TFSJURTRM TERMS
       77  WS-JT-MAX           PIC S9(04) COMP VALUE 2000.
       77  WS-JT-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-JT-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-JT-TABLE.
           05 WS-JT-ENTRY      OCCURS 2000.
              10 WS-JT-CNTRYCD PIC X(02).
              10 WS-JT-TERM    PIC X(30).
              10 WS-JT-LEN     PIC S9(04) COMP.

       01  WS-LOWER            PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER            PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LINE             PIC X(35).
       77  WS-LN-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-POS              PIC S9(04) COMP VALUE ZERO.
       77  WS-LAST-POS         PIC S9(04) COMP VALUE ZERO.
       77  WS-TALLY            PIC S9(04) COMP VALUE ZERO.
       77  WS-I                PIC S9(04) COMP VALUE ZERO.
       01  WS-CH               PIC X(01).
       01  WS-BOUND-SW         PIC X(01).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VJURS.
       EJECT
       PROCEDURE DIVISION USING WK-C-VJURS-RECORD.
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
           MOVE     SPACES              TO WK-C-VJURS-OUTPUT.
           MOVE     ZERO                TO WK-C-VJURS-LINE.

           IF       FIRST-TIME = "Y"
                    PERFORM B000-LOAD-TERMS
                       THRU B099-LOAD-TERMS-EX
                    IF WK-C-VJURS-ERROR-CD NOT = SPACES
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
                    MOVE "N"            TO FIRST-TIME
           END-IF.

           MOVE     SPACE               TO WS-HIT-SW.
           PERFORM  C000-SCAN-ONE-LINE
              THRU  C099-SCAN-ONE-LINE-EX
                    VARYING WS-LN-IX FROM 1 BY 1
                    UNTIL WS-LN-IX > 5
                       OR WS-HIT-SW = "Y".

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-TERMS.
      *---------------------------------------------------------------*
      *    NO COUNTRY TABLE MEANS NO WAY TO TELL WHAT IS SANCTIONED -
      *    REPORTED BACK SO THE CALLER HOLDS THE ITEM. NO TERMS FILE
      *    ONLY MEANS THE ISO CODES ARE ALL THERE IS TO LOOK FOR.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-SC-CNT.
           MOVE     ZERO                TO WS-JT-CNT.
           OPEN     INPUT TFSCNTRY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVJURS - OPEN FILE ERROR - TFSCNTRY"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VJURS-ERROR-CD
                    GO TO B099-LOAD-TERMS-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-LOAD-ONE-CNTRY
              THRU  B019-LOAD-ONE-CNTRY-EX
                    UNTIL WS-EOF.
           CLOSE    TFSCNTRY.

           OPEN     INPUT TFSJURTRM.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-LOAD-TERMS-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B020-LOAD-ONE-TERM
              THRU  B029-LOAD-ONE-TERM-EX
                    UNTIL WS-EOF.
           CLOSE    TFSJURTRM.
           IF       WS-JT-CNT >= WS-JT-MAX
                    DISPLAY "TRFVJURS - TERM TABLE FULL - "
                            "TFSJURTRM NOT FULLY LOADED".

       B099-LOAD-TERMS-EX.
           EXIT.

       B010-LOAD-ONE-CNTRY.
           READ     TFSCNTRY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-LOAD-ONE-CNTRY-EX.
           IF       TFSCNTRY-SANCTHLD NOT = "Y"
                    OR TFSCNTRY-CNTRYCD = SPACES
                    OR WS-SC-CNT >= WS-SC-MAX
                    OR WS-JT-CNT >= WS-JT-MAX
                    GO TO B019-LOAD-ONE-CNTRY-EX.
           ADD      1                   TO WS-SC-CNT.
           MOVE     TFSCNTRY-CNTRYCD    TO WS-SC-CNTRYCD (WS-SC-CNT).
           ADD      1                   TO WS-JT-CNT.
           MOVE     TFSCNTRY-CNTRYCD    TO WS-JT-CNTRYCD (WS-JT-CNT).
           MOVE     TFSCNTRY-CNTRYCD    TO WS-JT-TERM (WS-JT-CNT).
           MOVE     2                   TO WS-JT-LEN (WS-JT-CNT).

       B019-LOAD-ONE-CNTRY-EX.
           EXIT.

       B020-LOAD-ONE-TERM.
           READ     TFSJURTRM.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B029-LOAD-ONE-TERM-EX.
           IF       TFSJURTRM-TERM = SPACES
                    OR WS-JT-CNT >= WS-JT-MAX
                    GO TO B029-LOAD-ONE-TERM-EX.

      *    ONLY TERMS OF A COUNTRY UNDER A SANCTIONS HOLD TODAY ARE
      *    KEPT - LIFTING THE HOLD ON TFSCNTRY RETIRES ITS TERMS TOO.
           MOVE     SPACE               TO WS-HIT-SW.
           PERFORM  B030-MATCH-SANCT-CNTRY
              THRU  B039-MATCH-SANCT-CNTRY-EX
                    VARYING WS-SC-IX FROM 1 BY 1
                    UNTIL WS-SC-IX > WS-SC-CNT
                       OR WS-HIT-SW = "Y".
           IF       WS-HIT-SW NOT = "Y"
                    GO TO B029-LOAD-ONE-TERM-EX.

           ADD      1                   TO WS-JT-CNT.
           MOVE     TFSJURTRM-CNTRYCD   TO WS-JT-CNTRYCD (WS-JT-CNT).
           MOVE     TFSJURTRM-TERM      TO WS-JT-TERM (WS-JT-CNT).
           INSPECT  WS-JT-TERM (WS-JT-CNT)
                    CONVERTING WS-LOWER TO WS-UPPER.
           MOVE     30                  TO WS-I.
           PERFORM  B040-BACK-ONE-CHAR
              THRU  B049-BACK-ONE-CHAR-EX
                    UNTIL WS-I < 1
                       OR WS-JT-TERM (WS-JT-CNT) (WS-I:1) NOT = SPACE.
           MOVE     WS-I                TO WS-JT-LEN (WS-JT-CNT).

       B029-LOAD-ONE-TERM-EX.
           EXIT.

       B030-MATCH-SANCT-CNTRY.
           IF       WS-SC-CNTRYCD (WS-SC-IX) = TFSJURTRM-CNTRYCD
                    MOVE "Y"            TO WS-HIT-SW.

       B039-MATCH-SANCT-CNTRY-EX.
           EXIT.

       B040-BACK-ONE-CHAR.
           SUBTRACT 1                   FROM WS-I.

       B049-BACK-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-ONE-LINE.
      *---------------------------------------------------------------*
           IF       WK-C-VJURS-ADDR (WS-LN-IX) = SPACES
                    GO TO C099-SCAN-ONE-LINE-EX.

           INITIALIZE                   WK-C-DIAC-RECORD.
           MOVE     WK-C-VJURS-ADDR (WS-LN-IX) TO WK-C-DIAC-NAME-IN.
           CALL     "TRFXDIAC"          USING WK-C-DIAC-RECORD.
           MOVE     WK-C-DIAC-NAME-OUT  TO WS-LINE.
           INSPECT  WS-LINE             CONVERTING WS-LOWER TO WS-UPPER.

           PERFORM  C010-SCAN-ONE-TERM
              THRU  C019-SCAN-ONE-TERM-EX
                    VARYING WS-JT-IX FROM 1 BY 1
                    UNTIL WS-JT-IX > WS-JT-CNT
                       OR WS-HIT-SW = "Y".

       C099-SCAN-ONE-LINE-EX.
           EXIT.

       C010-SCAN-ONE-TERM.
      *    CHEAP TALLY FIRST - THE WORD-BOUNDARY WALK ONLY RUNS WHEN
      *    THE TERM IS SOMEWHERE ON THE LINE AT ALL.
           IF       WS-JT-LEN (WS-JT-IX) < 1
                    GO TO C019-SCAN-ONE-TERM-EX.
           MOVE     ZERO                TO WS-TALLY.
           INSPECT  WS-LINE TALLYING WS-TALLY
                    FOR ALL WS-JT-TERM (WS-JT-IX)
                            (1:WS-JT-LEN (WS-JT-IX)).
           IF       WS-TALLY = ZERO
                    GO TO C019-SCAN-ONE-TERM-EX.

           COMPUTE  WS-LAST-POS = 36 - WS-JT-LEN (WS-JT-IX).
           PERFORM  C020-TRY-ONE-POS
              THRU  C029-TRY-ONE-POS-EX
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-LAST-POS
                       OR WS-HIT-SW = "Y".

           IF       WS-HIT-SW = "Y"
                    MOVE "Y"            TO WK-C-VJURS-HIT
                    MOVE WS-JT-CNTRYCD (WS-JT-IX)
                                        TO WK-C-VJURS-CNTRYCD
                    MOVE WS-JT-TERM (WS-JT-IX)
                                        TO WK-C-VJURS-TERM
                    MOVE WS-LN-IX       TO WK-C-VJURS-LINE
           END-IF.

       C019-SCAN-ONE-TERM-EX.
           EXIT.

       C020-TRY-ONE-POS.
           IF       WS-LINE (WS-POS:WS-JT-LEN (WS-JT-IX))
                    NOT = WS-JT-TERM (WS-JT-IX) (1:WS-JT-LEN (WS-JT-IX))
                    GO TO C029-TRY-ONE-POS-EX.

           IF       WS-POS > 1
                    COMPUTE WS-I = WS-POS - 1
                    MOVE WS-LINE (WS-I:1) TO WS-CH
                    PERFORM C030-CHECK-BOUNDARY
                       THRU C039-CHECK-BOUNDARY-EX
                    IF WS-BOUND-SW NOT = "Y"
                       GO TO C029-TRY-ONE-POS-EX
                    END-IF
           END-IF.

           COMPUTE  WS-I = WS-POS + WS-JT-LEN (WS-JT-IX).
           IF       WS-I <= 35
                    MOVE WS-LINE (WS-I:1) TO WS-CH
                    PERFORM C030-CHECK-BOUNDARY
                       THRU C039-CHECK-BOUNDARY-EX
                    IF WS-BOUND-SW NOT = "Y"
                       GO TO C029-TRY-ONE-POS-EX
                    END-IF
           END-IF.

           MOVE     "Y"                 TO WS-HIT-SW.

       C029-TRY-ONE-POS-EX.
           EXIT.

       C030-CHECK-BOUNDARY.
      *    ANYTHING BUT A LETTER OR A DIGIT ENDS A WORD - SPACE, "/",
      *    ",", "-" AND THE REST OF THE SWIFT X CHARACTER SET.
           MOVE     "Y"                 TO WS-BOUND-SW.
           IF       WS-CH NOT = SPACE
                    AND (WS-CH ALPHABETIC-UPPER OR WS-CH NUMERIC)
                    MOVE "N"            TO WS-BOUND-SW.

       C039-CHECK-BOUNDARY-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CONTINUE.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVJURS ***************
      ******************************************************************

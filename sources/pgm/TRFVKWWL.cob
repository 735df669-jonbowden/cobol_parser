      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVKWWL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  NARRATIVE KEYWORD WATCH-LIST CHECK. THE NAME
      *               SCREENING ENQUIRY ONLY SEES PARTY NAMES; THE
      *               VESSEL NAMES, SANCTIONED PORTS, DUAL-USE GOODS
      *               TERMS AND OTHER RED-FLAG WORDS COMPLIANCE KEEPS
      *               ON TFSKWWL ARE LOOKED FOR HERE IN THE FREE TEXT
      *               OF THE ITEM - TAG 50/59 ADDRESS LINES, TAG 70
      *               REMITTANCE LINES AND THE TAG 72 NARRATIVE. EACH
      *               LINE IS FOLDED (TRFXDIAC) AND UPPER-CASED; A
      *               KEYWORD ONLY COUNTS AS A WHOLE WORD OR PHRASE.
      *               ONLY KEYWORDS IN EFFECT TODAY (EFFDTE REACHED,
      *               EXPDTE NOT PASSED) ARE MATCHED. CALLED BY
      *               TRFVSCRN AHEAD OF THE NAME SCREENING ENQUIRY.
      *NOTE        :  MODELLED ON TRFVJURS. THE KEYWORD TABLE IS
      *               LOADED ON THE FIRST CALL OF THE RUN AND KEPT.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  KWWL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSKWWL ASSIGN TO DATABASE-TFSKWWL
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSKWWL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSKWWL-REC.
       01  TFSKWWL-REC.
           COPY DDS-ALL-FORMATS OF TFSKWWL.
       01  TFSKWWL-REC-1.
           COPY TFSKWWL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVKWWL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY DIAC.

       01  FIRST-TIME          PIC X(01)  VALUE "Y".
       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-HIT-SW           PIC X(01).

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

      * KEYWORDS IN EFFECT FOR THE RUN
       77  WS-KW-MAX           PIC S9(04) COMP VALUE 2000.
       77  WS-KW-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-KW-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-KW-TABLE.
           05 WS-KW-ENTRY      OCCURS 2000.
              10 WS-KW-WORD    PIC X(20).
              10 WS-KW-CATEGORY PIC X(01).
              10 WS-KW-LEN     PIC S9(04) COMP.

       01  WS-LOWER            PIC X(26)  VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER            PIC X(26)  VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LINE             PIC X(70).
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
       COPY VKWWL.
       EJECT
       PROCEDURE DIVISION USING WK-C-VKWWL-RECORD.
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
           MOVE     SPACES              TO WK-C-VKWWL-OUTPUT.
           MOVE     ZERO                TO WK-N-VKWWL-LINE.

           IF       FIRST-TIME = "Y"
                    PERFORM B000-LOAD-KEYWORDS
                       THRU B099-LOAD-KEYWORDS-EX
                    MOVE "N"            TO FIRST-TIME
           END-IF.

           MOVE     SPACE               TO WS-HIT-SW.
           PERFORM  C000-SCAN-ONE-LINE
              THRU  C099-SCAN-ONE-LINE-EX
                    VARYING WS-LN-IX FROM 1 BY 1
                    UNTIL WS-LN-IX > 15
                       OR WS-HIT-SW = "Y".

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-KEYWORDS.
      *---------------------------------------------------------------*
      *    NO WATCH-LIST FILE SIMPLY MEANS NOTHING TO LOOK FOR.
      *---------------------------------------------------------------*
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           MOVE     ZERO                TO WS-KW-CNT.
           OPEN     INPUT TFSKWWL.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-LOAD-KEYWORDS-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-LOAD-ONE-KEYWORD
              THRU  B019-LOAD-ONE-KEYWORD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSKWWL.
           IF       WS-KW-CNT >= WS-KW-MAX
                    DISPLAY "TRFVKWWL - KEYWORD TABLE FULL - "
                            "TFSKWWL NOT FULLY LOADED".

       B099-LOAD-KEYWORDS-EX.
           EXIT.

       B010-LOAD-ONE-KEYWORD.
           READ     TFSKWWL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-LOAD-ONE-KEYWORD-EX.
           IF       TFSKWWL-KEYWORD = SPACES
                    OR WS-KW-CNT >= WS-KW-MAX
                    GO TO B019-LOAD-ONE-KEYWORD-EX.
           IF       TFSKWWL-EFFDTE > WS-DATE-8
                    GO TO B019-LOAD-ONE-KEYWORD-EX.
           IF       TFSKWWL-EXPDTE NOT = ZERO
                    AND TFSKWWL-EXPDTE < WS-DATE-8
                    GO TO B019-LOAD-ONE-KEYWORD-EX.

           ADD      1                   TO WS-KW-CNT.
           MOVE     TFSKWWL-KEYWORD     TO WS-KW-WORD (WS-KW-CNT).
           INSPECT  WS-KW-WORD (WS-KW-CNT)
                    CONVERTING WS-LOWER TO WS-UPPER.
           MOVE     TFSKWWL-CATEGORY    TO WS-KW-CATEGORY (WS-KW-CNT).
           MOVE     20                  TO WS-I.
           PERFORM  B040-BACK-ONE-CHAR
              THRU  B049-BACK-ONE-CHAR-EX
                    UNTIL WS-I < 1
                       OR WS-KW-WORD (WS-KW-CNT) (WS-I:1) NOT = SPACE.
           MOVE     WS-I                TO WS-KW-LEN (WS-KW-CNT).

       B019-LOAD-ONE-KEYWORD-EX.
           EXIT.

       B040-BACK-ONE-CHAR.
           SUBTRACT 1                   FROM WS-I.

       B049-BACK-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-SCAN-ONE-LINE.
      *---------------------------------------------------------------*
           IF       WK-C-VKWWL-TEXT (WS-LN-IX) = SPACES
                    GO TO C099-SCAN-ONE-LINE-EX.

      *    TRFXDIAC FOLDS 35 CHARACTERS AT A TIME.
           INITIALIZE                   WK-C-DIAC-RECORD.
           MOVE     WK-C-VKWWL-TEXT (WS-LN-IX) (1:35)
                                        TO WK-C-DIAC-NAME-IN.
           CALL     "TRFXDIAC"          USING WK-C-DIAC-RECORD.
           MOVE     WK-C-DIAC-NAME-OUT  TO WS-LINE (1:35).
           INITIALIZE                   WK-C-DIAC-RECORD.
           MOVE     WK-C-VKWWL-TEXT (WS-LN-IX) (36:35)
                                        TO WK-C-DIAC-NAME-IN.
           CALL     "TRFXDIAC"          USING WK-C-DIAC-RECORD.
           MOVE     WK-C-DIAC-NAME-OUT  TO WS-LINE (36:35).
           INSPECT  WS-LINE             CONVERTING WS-LOWER TO WS-UPPER.

           PERFORM  C010-SCAN-ONE-KEYWORD
              THRU  C019-SCAN-ONE-KEYWORD-EX
                    VARYING WS-KW-IX FROM 1 BY 1
                    UNTIL WS-KW-IX > WS-KW-CNT
                       OR WS-HIT-SW = "Y".

       C099-SCAN-ONE-LINE-EX.
           EXIT.

       C010-SCAN-ONE-KEYWORD.
      *    CHEAP TALLY FIRST - THE WORD-BOUNDARY WALK ONLY RUNS WHEN
      *    THE KEYWORD IS SOMEWHERE ON THE LINE AT ALL.
           IF       WS-KW-LEN (WS-KW-IX) < 1
                    GO TO C019-SCAN-ONE-KEYWORD-EX.
           MOVE     ZERO                TO WS-TALLY.
           INSPECT  WS-LINE TALLYING WS-TALLY
                    FOR ALL WS-KW-WORD (WS-KW-IX)
                            (1:WS-KW-LEN (WS-KW-IX)).
           IF       WS-TALLY = ZERO
                    GO TO C019-SCAN-ONE-KEYWORD-EX.

           COMPUTE  WS-LAST-POS = 71 - WS-KW-LEN (WS-KW-IX).
           PERFORM  C020-TRY-ONE-POS
              THRU  C029-TRY-ONE-POS-EX
                    VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-LAST-POS
                       OR WS-HIT-SW = "Y".

           IF       WS-HIT-SW = "Y"
                    MOVE "Y"            TO WK-C-VKWWL-HIT
                    MOVE WS-KW-WORD (WS-KW-IX)
                                        TO WK-C-VKWWL-KEYWORD
                    MOVE WS-KW-CATEGORY (WS-KW-IX)
                                        TO WK-C-VKWWL-CATEGORY
                    MOVE WS-LN-IX       TO WK-N-VKWWL-LINE
           END-IF.

       C019-SCAN-ONE-KEYWORD-EX.
           EXIT.

       C020-TRY-ONE-POS.
           IF       WS-LINE (WS-POS:WS-KW-LEN (WS-KW-IX))
                    NOT = WS-KW-WORD (WS-KW-IX) (1:WS-KW-LEN (WS-KW-IX))
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

           COMPUTE  WS-I = WS-POS + WS-KW-LEN (WS-KW-IX).
           IF       WS-I <= 70
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
      *    ANYTHING BUT A LETTER OR A DIGIT ENDS A WORD.
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
      *************** END OF PROGRAM SOURCE  TRFVKWWL ***************
      ******************************************************************

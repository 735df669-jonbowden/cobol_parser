      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVLEI.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  LEGAL ENTITY IDENTIFIER VALIDATION. CALLED BY
      *               TRFXLEIC FOR THE LEI OF AN AGENT ON AN INWARD
      *               PACS MESSAGE AND BY GHLEIRPT FOR THE LEI HELD
      *               ON TFSBANK. CHECKS THE ISO 17442 SHAPE (20
      *               CHARACTERS, 18 UPPER-CASE ALPHANUMERICS AND TWO
      *               NUMERIC CHECK DIGITS) AND VERIFIES THE MOD-97
      *               CHECK DIGITS, RETURNING AN ERROR CODE THAT NAMES
      *               THE DEFECT.
      *NOTE        :  MODELLED ON TRFVIBAN. ISO 17442 USES THE ISO 7064
      *               MOD 97-10 SCHEME OF THE IBAN, BUT OVER THE LEI AS
      *               IT STANDS - NOTHING IS MOVED TO THE END BEFORE
      *               THE LETTERS ARE EXPANDED. THE REMAINDER IS
      *               COMPUTED DIGIT BY DIGIT AND MUST BE 1.
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
       EJECT
      ***************
       DATA DIVISION.
      ***************

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVLEI   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-LEI              PIC X(35).
       01  WS-LEI-LEN          PIC S9(04) COMP.
      * EXPANDED DIGIT STRING - EVERY LETTER BECOMES TWO DIGITS
       01  WS-DIGITS           PIC X(40).
       01  WS-DIG-LEN          PIC S9(04) COMP.
       01  WS-I                PIC S9(04) COMP.
       01  WS-J                PIC S9(04) COMP.
       01  WS-CH               PIC X(01).
       01  WS-CH-NUM           PIC 9(02).
       01  WS-REMAINDER        PIC S9(04) COMP.
       01  WS-WORK-NUM         PIC S9(06) COMP.
       01  WS-DIGIT-N          PIC 9(01).
       01  WS-ALPHA-TAB        PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-BAD-CHAR-SW      PIC X(01).
           88 WS-BAD-CHAR                 VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VLEI.
       EJECT
       PROCEDURE DIVISION USING WK-C-VLEI-RECORD.
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
           MOVE     SPACES              TO WK-C-VLEI-OUTPUT.
           MOVE     WK-C-VLEI-LEI       TO WS-LEI.

           PERFORM  B000-MEASURE-LEI
              THRU  B099-MEASURE-LEI-EX.
           IF       WS-LEI-LEN NOT = 20
                    OR WS-LEI (21:15) NOT = SPACES
                    MOVE "SUP0248"      TO WK-C-VLEI-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  C000-CHECK-CHARACTERS
              THRU  C099-CHECK-CHARACTERS-EX.
           IF       WS-BAD-CHAR
                    OR WS-LEI (19:2) NOT NUMERIC
                    MOVE "SUP0248"      TO WK-C-VLEI-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  E000-MOD97-CHECK
              THRU  E099-MOD97-CHECK-EX.
           IF       WS-REMAINDER NOT = 1
                    MOVE "SUP0249"      TO WK-C-VLEI-ERROR-CD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-MEASURE-LEI.
      *---------------------------------------------------------------*
      *    THE LEI RUNS FROM POSITION 1 TO THE FIRST SPACE.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-LEI-LEN.
           MOVE     1                   TO WS-I.
           PERFORM  B010-COUNT-ONE-CHAR
              THRU  B019-COUNT-ONE-CHAR-EX
                    UNTIL WS-I > 35
                       OR WS-LEI (WS-I:1) = SPACE.

       B099-MEASURE-LEI-EX.
           EXIT.

       B010-COUNT-ONE-CHAR.
           ADD      1                   TO WS-LEI-LEN.
           ADD      1                   TO WS-I.

       B019-COUNT-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CHECK-CHARACTERS.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-BAD-CHAR-SW.
           MOVE     1                   TO WS-I.
           PERFORM  C010-CHECK-ONE-CHAR
              THRU  C019-CHECK-ONE-CHAR-EX
                    UNTIL WS-I > WS-LEI-LEN
                       OR WS-BAD-CHAR.

       C099-CHECK-CHARACTERS-EX.
           EXIT.

       C010-CHECK-ONE-CHAR.
           MOVE     WS-LEI (WS-I:1)     TO WS-CH.
           IF       WS-CH NOT NUMERIC
                    AND WS-CH NOT ALPHABETIC-UPPER
                    MOVE "Y"            TO WS-BAD-CHAR-SW.
           ADD      1                   TO WS-I.

       C019-CHECK-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-MOD97-CHECK.
      *---------------------------------------------------------------*
      *    EXPAND LETTERS TO TWO-DIGIT VALUES IN PLACE, THEN TAKE THE
      *    REMAINDER MODULO 97 DIGIT BY DIGIT.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-DIGITS.
           MOVE     ZERO                TO WS-DIG-LEN.
           MOVE     1                   TO WS-I.
           PERFORM  E010-EXPAND-ONE-CHAR
              THRU  E019-EXPAND-ONE-CHAR-EX
                    UNTIL WS-I > WS-LEI-LEN.

           MOVE     ZERO                TO WS-REMAINDER.
           MOVE     1                   TO WS-I.
           PERFORM  E020-MOD-ONE-DIGIT
              THRU  E029-MOD-ONE-DIGIT-EX
                    UNTIL WS-I > WS-DIG-LEN.

       E099-MOD97-CHECK-EX.
           EXIT.

       E010-EXPAND-ONE-CHAR.
           MOVE     WS-LEI (WS-I:1)     TO WS-CH.
           IF       WS-CH NUMERIC
                    ADD  1              TO WS-DIG-LEN
                    MOVE WS-CH          TO WS-DIGITS (WS-DIG-LEN:1)
           ELSE
                    MOVE ZERO           TO WS-CH-NUM
                    PERFORM E015-LETTER-VALUE
                       THRU E018-LETTER-VALUE-EX
                            VARYING WS-J FROM 1 BY 1
                            UNTIL WS-J > 26
                    ADD  1              TO WS-DIG-LEN
                    MOVE WS-CH-NUM (1:1) TO WS-DIGITS (WS-DIG-LEN:1)
                    ADD  1              TO WS-DIG-LEN
                    MOVE WS-CH-NUM (2:1) TO WS-DIGITS (WS-DIG-LEN:1)
           END-IF.
           ADD      1                   TO WS-I.

       E019-EXPAND-ONE-CHAR-EX.
           EXIT.

       E015-LETTER-VALUE.
           IF       WS-ALPHA-TAB (WS-J:1) = WS-CH
                    COMPUTE WS-CH-NUM = WS-J + 9.

       E018-LETTER-VALUE-EX.
           EXIT.

       E020-MOD-ONE-DIGIT.
           MOVE     WS-DIGITS (WS-I:1)  TO WS-DIGIT-N.
           COMPUTE  WS-WORK-NUM = WS-REMAINDER * 10 + WS-DIGIT-N.
           DIVIDE   WS-WORK-NUM BY 97
                    GIVING WS-J
                    REMAINDER WS-REMAINDER.
           ADD      1                   TO WS-I.

       E029-MOD-ONE-DIGIT-EX.
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
      *************** END OF PROGRAM SOURCE  TRFVLEI ***************
      ******************************************************************

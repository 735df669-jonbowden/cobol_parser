      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVCLRC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  NATIONAL CLEARING CODE VALIDATION. CALLED BY THE
      *               INWARD VALIDATION DRIVER (FIELDS 56/57), THE
      *               OUTWARD RELEASE SWEEP (FIELD 57) AND THE GHCLRDLT
      *               DIRECTORY LOAD WITH A "//" PARTY IDENTIFIER LINE.
      *               THE SCHEMES HELD ON THE TFSCLRDIR DIRECTORY ARE:
      *                 //FW  FEDWIRE ABA ROUTING NO  9 DIGITS + CHECK
      *                 //CH  CHIPS UID               6 DIGITS
      *                 //CP  CHIPS PARTICIPANT       4 DIGITS
      *                 //SC  UK SORT CODE            6 DIGITS
      *                 //AU  AUSTRALIAN BSB          6 DIGITS
      *                 //IN  INDIAN IFSC             4 LETTERS, "0",
      *                                               6 LETTERS/DIGITS
      *                 //CN  CHINA CNAPS             12 DIGITS
      *               THE CODE IS CHECKED FOR ITS SCHEME'S SHAPE, THEN
      *               LOOKED UP ON THE DIRECTORY, WHICH GIVES THE BANK'S
      *               BIC. WHERE THE FIELD ALSO QUOTES A BIC, IT MUST BE
      *               THE SAME BANK. ANY OTHER "//" CODE (//BL, //RT
      *               ...) IS NOT OURS TO JUDGE AND PASSES UNCHECKED; A
      *               BARE "//FW" (SETTLE BY FEDWIRE, NO CODE) LIKEWISE.
      *NOTE        :  MODELLED ON TRFVIBAN. ABA CHECK DIGIT: WEIGHTS
      *               3 7 1 REPEATED OVER THE NINE DIGITS, THE WEIGHTED
      *               SUM MUST BE A MULTIPLE OF 10.
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           "** PROGRAM TRFVCLRC  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-CODE             PIC X(33).
       01  WS-CODE-LEN         PIC S9(04) COMP.
       01  WS-I                PIC S9(04) COMP.
       01  WS-CH               PIC X(01).
       01  WS-BAD-CHAR-SW      PIC X(01).
           88 WS-BAD-CHAR                 VALUE "Y".

      * ABA ROUTING NUMBER - ONE DIGIT PER OCCURRENCE FOR THE CHECK
       01  WS-ABA              PIC 9(09).
       01  WS-ABA-R            REDEFINES WS-ABA.
           05 WS-ABA-DIGIT     PIC 9(01) OCCURS 9.
       01  WS-ABA-SUM          PIC S9(04) COMP.
       01  WS-ABA-QUOT         PIC S9(04) COMP.
       01  WS-ABA-REM          PIC S9(04) COMP.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VCLRC.
       EJECT
       PROCEDURE DIVISION USING WK-C-VCLRC-RECORD.
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
           MOVE     SPACES              TO WK-C-VCLRC-OUTPUT.
           MOVE     "N"                 TO WK-C-VCLRC-CLRIND.

           IF       WK-C-VCLRC-PTYLINE (1:2) NOT = "//"
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     WK-C-VCLRC-PTYLINE (3:2) TO WK-C-VCLRC-SCHEME.
           IF       WK-C-VCLRC-SCHEME NOT = "FW"
                    AND WK-C-VCLRC-SCHEME NOT = "CH"
                    AND WK-C-VCLRC-SCHEME NOT = "CP"
                    AND WK-C-VCLRC-SCHEME NOT = "SC"
                    AND WK-C-VCLRC-SCHEME NOT = "AU"
                    AND WK-C-VCLRC-SCHEME NOT = "IN"
                    AND WK-C-VCLRC-SCHEME NOT = "CN"
                    MOVE SPACES         TO WK-C-VCLRC-SCHEME
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-MEASURE-CODE
              THRU  B099-MEASURE-CODE-EX.

      *    "//FW" ON ITS OWN ONLY ASKS FOR SETTLEMENT BY FEDWIRE.
           IF       WS-CODE-LEN = ZERO
                    AND WK-C-VCLRC-SCHEME = "FW"
                    MOVE SPACES         TO WK-C-VCLRC-SCHEME
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     "Y"                 TO WK-C-VCLRC-CLRIND.
           MOVE     WS-CODE             TO WK-C-VCLRC-CLRCODE.

           PERFORM  C000-CHECK-SHAPE
              THRU  C099-CHECK-SHAPE-EX.
           IF       WK-C-VCLRC-ERROR-CD NOT = SPACES
                    OR WK-C-VCLRC-OPTION = "F"
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  D000-LOOK-UP-DIRECTORY
              THRU  D099-LOOK-UP-DIRECTORY-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-MEASURE-CODE.
      *---------------------------------------------------------------*
      *    THE CODE RUNS FROM AFTER THE SCHEME TO THE FIRST SPACE.
      *---------------------------------------------------------------*
           MOVE     WK-C-VCLRC-PTYLINE (5:33) TO WS-CODE.
           MOVE     ZERO                TO WS-CODE-LEN.
           MOVE     1                   TO WS-I.
           PERFORM  B010-COUNT-ONE-CHAR
              THRU  B019-COUNT-ONE-CHAR-EX
                    UNTIL WS-I > 33
                       OR WS-CODE (WS-I:1) = SPACE.

       B099-MEASURE-CODE-EX.
           EXIT.

       B010-COUNT-ONE-CHAR.
           ADD      1                   TO WS-CODE-LEN.
           ADD      1                   TO WS-I.

       B019-COUNT-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CHECK-SHAPE.
      *---------------------------------------------------------------*
           EVALUATE WK-C-VCLRC-SCHEME
               WHEN "FW"
                    IF WS-CODE-LEN NOT = 9
                       OR WS-CODE (1:9) NOT NUMERIC
                       MOVE "SUP0245"   TO WK-C-VCLRC-ERROR-CD
                    ELSE
                       PERFORM C100-CHECK-ABA-DIGIT
                          THRU C199-CHECK-ABA-DIGIT-EX
                    END-IF
               WHEN "CP"
                    IF WS-CODE-LEN NOT = 4
                       OR WS-CODE (1:4) NOT NUMERIC
                       MOVE "SUP0245"   TO WK-C-VCLRC-ERROR-CD
                    END-IF
               WHEN "CH"
               WHEN "SC"
               WHEN "AU"
                    IF WS-CODE-LEN NOT = 6
                       OR WS-CODE (1:6) NOT NUMERIC
                       MOVE "SUP0245"   TO WK-C-VCLRC-ERROR-CD
                    END-IF
               WHEN "CN"
                    IF WS-CODE-LEN NOT = 12
                       OR WS-CODE (1:12) NOT NUMERIC
                       MOVE "SUP0245"   TO WK-C-VCLRC-ERROR-CD
                    END-IF
               WHEN "IN"
                    PERFORM C200-CHECK-IFSC
                       THRU C299-CHECK-IFSC-EX
           END-EVALUATE.

       C099-CHECK-SHAPE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-CHECK-ABA-DIGIT.
      *---------------------------------------------------------------*
           MOVE     WS-CODE (1:9)       TO WS-ABA.
           COMPUTE  WS-ABA-SUM =
                    3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                                          + WS-ABA-DIGIT (7))
                  + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                                          + WS-ABA-DIGIT (8))
                  +     (WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
                                          + WS-ABA-DIGIT (9)).
           DIVIDE   WS-ABA-SUM BY 10
                    GIVING WS-ABA-QUOT
                    REMAINDER WS-ABA-REM.
           IF       WS-ABA-REM NOT = ZERO
                    MOVE "SUP0245"      TO WK-C-VCLRC-ERROR-CD.

       C199-CHECK-ABA-DIGIT-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-CHECK-IFSC.
      *---------------------------------------------------------------*
      *    BANK (4 LETTERS), A ZERO RESERVED FOR LATER USE, THEN THE
      *    BRANCH (6 LETTERS OR DIGITS).
      *---------------------------------------------------------------*
           IF       WS-CODE-LEN NOT = 11
                    OR WS-CODE (1:4) NOT ALPHABETIC-UPPER
                    OR WS-CODE (5:1) NOT = "0"
                    MOVE "SUP0245"      TO WK-C-VCLRC-ERROR-CD
                    GO TO C299-CHECK-IFSC-EX.

           MOVE     SPACE               TO WS-BAD-CHAR-SW.
           MOVE     6                   TO WS-I.
           PERFORM  C210-CHECK-ONE-CHAR
              THRU  C219-CHECK-ONE-CHAR-EX
                    UNTIL WS-I > 11
                       OR WS-BAD-CHAR.
           IF       WS-BAD-CHAR
                    MOVE "SUP0245"      TO WK-C-VCLRC-ERROR-CD.

       C299-CHECK-IFSC-EX.
           EXIT.

       C210-CHECK-ONE-CHAR.
           MOVE     WS-CODE (WS-I:1)    TO WS-CH.
           IF       WS-CH NOT NUMERIC
                    AND WS-CH NOT ALPHABETIC-UPPER
                    MOVE "Y"            TO WS-BAD-CHAR-SW.
           ADD      1                   TO WS-I.

       C219-CHECK-ONE-CHAR-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-LOOK-UP-DIRECTORY.
      *---------------------------------------------------------------*
      *    A WELL-FORMED CODE THE DIRECTORY DOES NOT HOLD IS STILL A
      *    CODE NO CORRESPONDENT WILL HONOUR - THE MISTYPED ROUTING
      *    NUMBER THAT PASSES ITS CHECK DIGIT IS EXACTLY THIS CASE.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSCLRDIR.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VCLRC-ERROR-CD
                    GO TO D099-LOOK-UP-DIRECTORY-EX.

           INITIALIZE                   TFSCLRDIR-REC-1.
           MOVE     WK-C-VCLRC-SCHEME   TO TFSCLRDIR-SCHEME.
           MOVE     WK-C-VCLRC-CLRCODE  TO TFSCLRDIR-CLRCODE.
           READ     TFSCLRDIR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSCLRDIR-ACTVIND NOT = "Y"
                    MOVE "SUP0246"      TO WK-C-VCLRC-ERROR-CD
                    CLOSE TFSCLRDIR
                    GO TO D099-LOOK-UP-DIRECTORY-EX.

           MOVE     TFSCLRDIR-BIC       TO WK-C-VCLRC-DERBIC.
           MOVE     TFSCLRDIR-INSTNAME  TO WK-C-VCLRC-INSTNAME.
           CLOSE    TFSCLRDIR.

      *    THE BRANCH CODE DOES NOT MATTER - SAME BANK IS ENOUGH.
           IF       WK-C-VCLRC-BIC NOT = SPACES
                    AND WK-C-VCLRC-BIC (1:8) NOT =
                        WK-C-VCLRC-DERBIC (1:8)
                    MOVE "SUP0247"      TO WK-C-VCLRC-ERROR-CD.

       D099-LOOK-UP-DIRECTORY-EX.
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
      *************** END OF PROGRAM SOURCE  TRFVCLRC ***************
      ******************************************************************

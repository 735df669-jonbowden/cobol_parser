      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVT72.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  FIELD 72 SENDER-TO-RECEIVER INFORMATION ON AN
      *               INWARD ITEM, SPLIT INTO ITS CODE WORDS. THE
      *               ITEM'S UFIMIJ JOURNAL RECORD IS READ (KEYED
      *               PARALNO/SEQNUM) AND THE :72: LINES OF THE BODY
      *               TAKEN - FOR AN MT203 WITHOUT ONE, THE HEADER TAG
      *               72 (UFIMIJ-HDRT72). EACH LINE OPENING "/CODE/"
      *               STARTS A CODE WORD; "//" LINES CONTINUE IT.
      *               SUPPORTED CODE WORDS:
      *                 /INS/   INSTRUCTING INSTITUTION - ITS BIC IS
      *                         RETURNED FOR THE ORIGINATOR PICTURE
      *                 /ACC/   ACCOUNT-WITH INSTITUTION INSTRUCTION
      *                 /INTA/  INTERMEDIARY INSTITUTION INSTRUCTION
      *                         - ANY BIC QUOTED IS RETURNED SO THE
      *                         CALLER CAN HOLD IT AGAINST THE CREDIT-
      *                         PARTY CHAIN
      *                 /REC/   INFORMATION FOR THE RECEIVER (US)
      *                 /BNF/   INFORMATION FOR THE BENEFICIARY - BOTH
      *                         RETURNED AS ONE NOTE FOR THE ITEM
      *               ANY OTHER CODE WORD IS RETURNED AS SUP0243 WITH
      *               THE CODE WORD, AND A FIELD 72 WHOSE FIRST LINE
      *               IS NOT A CODE WORD AS SUP0244, SO THE ITEM
      *               REPAIRS WITH THE REASON NAMED.
      *NOTE        :  MODELLED ON TRFV23E (CALL SHAPE) AND TRFG204X
      *               (BODY SCAN).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  T72C01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT UFIMIJ ASSIGN TO DATABASE-UFIMIJ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  UFIMIJ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS UFIMIJ-REC.
       01  UFIMIJ-REC.
           COPY DDS-ALL-FORMATS OF UFIMIJ.
       01  UFIMIJ-REC-1.
           COPY UFIMIJ.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVT72   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-OPEN-SW          PIC X(01)  VALUE "N".
           88 WS-UFIMIJ-OPEN              VALUE "Y".
       01  WS-IX               PIC S9(04) COMP VALUE ZERO.
       01  WS-LINE-NO          PIC S9(04) COMP VALUE ZERO.
       01  WS-TEXT-PTR         PIC S9(04) COMP VALUE ZERO.
       01  WS-NOTE-PTR         PIC S9(04) COMP VALUE ZERO.
       01  WS-CODE-LEN         PIC S9(04) COMP VALUE ZERO.
       01  WS-TOK-LEN          PIC S9(04) COMP VALUE ZERO.

       01  WS-CODE             PIC X(08).
           88 WS-CODE-INS                 VALUE "INS".
           88 WS-CODE-ACC                 VALUE "ACC".
           88 WS-CODE-INTA                VALUE "INTA".
           88 WS-CODE-NOTE                VALUE "REC" "BNF".
       01  WS-LINE             PIC X(40).
       01  WS-TOKEN            PIC X(35).
       01  WS-BIC              PIC X(11).

      * THE SIX 35-CHARACTER LINES OF THE MT203 HEADER TAG 72
       01  WS-HDR-T72          PIC X(210).
       01  WS-HDR-T72-R        REDEFINES WS-HDR-T72.
           05 WS-HDR-T72-LINE  PIC X(35) OCCURS 6 TIMES.

      * MESSAGE BODY SCAN AREA
       01  WS-SCAN-BODY.
           05 WS-SCAN-BDY1     PIC X(4000).
           05 WS-SCAN-BDY2     PIC X(10000).
       01  WS-ELEM-TAG         PIC X(05).
       01  WS-ELEM-TAG-LEN     PIC S9(04) COMP.
       01  WS-ELEM-VALUE       PIC X(40).
       01  WS-ELEM-FOUND       PIC X(01).
           88 WS-ELEM-HIT                 VALUE "Y".
       01  WS-SCAN-I           PIC S9(05) COMP.
       01  WS-SCAN-LIMIT       PIC S9(05) COMP.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VT72.
       EJECT
       PROCEDURE DIVISION USING WK-C-VT72-RECORD.
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
           INITIALIZE                   WK-C-VT72-OUTPUT.
           MOVE     "N"                 TO WK-C-VT72-FOUND.

           OPEN     INPUT UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-VT72-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           MOVE     "Y"                 TO WS-OPEN-SW.

      *    NO JOURNAL RECORD (AN ITEM QUEUED FROM A NON-FIN SOURCE)
      *    SIMPLY MEANS NO FIELD 72.
           INITIALIZE                   UFIMIJ-REC-1.
           MOVE     WK-N-VT72-PARALNO   TO UFIMIJ-PARALNO.
           MOVE     WK-N-VT72-SEQNUM    TO UFIMIJ-SEQNUM.
           READ     UFIMIJ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     UFIMIJ-IMSGBDY      TO WS-SCAN-BDY1.
           MOVE     UFIMIJ-IMSGBDY-EXT  TO WS-SCAN-BDY2.
           MOVE     ":72:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.

           IF       WS-ELEM-HIT
                    PERFORM B000-TAKE-BODY-72
                       THRU B099-TAKE-BODY-72-EX
           ELSE
              IF    WK-N-VT72-SWFTMGTY = 203
                    AND UFIMIJ-HDRT72 NOT = SPACES
                    PERFORM B100-TAKE-HEADER-72
                       THRU B199-TAKE-HEADER-72-EX
              END-IF
           END-IF.
           IF       WK-C-VT72-FOUND NOT = "Y"
                    OR WK-C-VT72-ERROR-CD NOT = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     1                   TO WS-NOTE-PTR.
           PERFORM  C000-CLASSIFY-ONE-WORD
              THRU  C099-CLASSIFY-ONE-WORD-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WK-N-VT72-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-TAKE-BODY-72.
      *---------------------------------------------------------------*
      *    THE FIRST LINE IS ALREADY IN WS-ELEM-VALUE; THE FIELD RUNS
      *    ON FOR AT MOST SIX LINES, UNTIL THE NEXT FIELD (":") OR THE
      *    END OF THE TEXT BLOCK ("-").
      *---------------------------------------------------------------*
           MOVE     "Y"                 TO WK-C-VT72-FOUND.
           MOVE     ZERO                TO WS-LINE-NO.
           PERFORM  B010-TAKE-ONE-BODY-LINE
              THRU  B019-TAKE-ONE-BODY-LINE-EX
                    UNTIL WS-ELEM-VALUE = SPACES
                       OR WS-ELEM-VALUE (1:1) = "-"
                       OR WS-LINE-NO = 6
                       OR WK-C-VT72-ERROR-CD NOT = SPACES.

       B099-TAKE-BODY-72-EX.
           EXIT.

       B010-TAKE-ONE-BODY-LINE.
           ADD      1                   TO WS-LINE-NO.
           MOVE     WS-ELEM-VALUE       TO WS-LINE.
           PERFORM  B200-TAKE-ONE-LINE
              THRU  B299-TAKE-ONE-LINE-EX.
           PERFORM  X110-EXTRACT-NEXT-LINE
              THRU  X119-EXTRACT-NEXT-LINE-EX.

       B019-TAKE-ONE-BODY-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-TAKE-HEADER-72.
      *---------------------------------------------------------------*
           MOVE     "Y"                 TO WK-C-VT72-FOUND.
           MOVE     UFIMIJ-HDRT72       TO WS-HDR-T72.
           PERFORM  B110-TAKE-ONE-HDR-LINE
              THRU  B119-TAKE-ONE-HDR-LINE-EX
                    VARYING WS-LINE-NO FROM 1 BY 1
                    UNTIL WS-LINE-NO > 6
                       OR WK-C-VT72-ERROR-CD NOT = SPACES.

       B199-TAKE-HEADER-72-EX.
           EXIT.

       B110-TAKE-ONE-HDR-LINE.
           IF       WS-HDR-T72-LINE (WS-LINE-NO) = SPACES
                    GO TO B119-TAKE-ONE-HDR-LINE-EX.
           MOVE     WS-HDR-T72-LINE (WS-LINE-NO) TO WS-LINE.
           PERFORM  B200-TAKE-ONE-LINE
              THRU  B299-TAKE-ONE-LINE-EX.

       B119-TAKE-ONE-HDR-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-TAKE-ONE-LINE.
      *---------------------------------------------------------------*
      *    "/CODE/TEXT" OPENS A CODE WORD; "//TEXT" (OR A BARE LINE
      *    FROM A SENDER WHO DROPS THE SLASHES) CONTINUES THE LAST
      *    ONE. ONLY THE FIRST LINE MUST BE A CODE WORD.
      *---------------------------------------------------------------*
           IF       WS-LINE (1:1) = "/"
                    AND WS-LINE (2:1) NOT = "/"
                    GO TO B210-OPEN-CODE-WORD.
           IF       WK-N-VT72-CNT = ZERO
                    MOVE "SUP0244"      TO WK-C-VT72-ERROR-CD
                    MOVE WS-LINE (1:8)  TO WK-C-VT72-BADCODE
                    GO TO B299-TAKE-ONE-LINE-EX.

           IF       WS-LINE (1:2) = "//"
                    MOVE WS-LINE (3:38) TO WS-TOKEN
           ELSE
                    MOVE WS-LINE (1:35) TO WS-TOKEN
           END-IF.
           IF       WS-TEXT-PTR < 70
                    STRING " "          DELIMITED BY SIZE
                           WS-TOKEN     DELIMITED BY "  "
                           INTO WK-C-VT72-TEXT (WK-N-VT72-CNT)
                           WITH POINTER WS-TEXT-PTR
                    END-STRING
           END-IF.
           GO TO    B299-TAKE-ONE-LINE-EX.

       B210-OPEN-CODE-WORD.
           MOVE     SPACES              TO WS-CODE.
           MOVE     ZERO                TO WS-CODE-LEN.
           UNSTRING WS-LINE (2:39) DELIMITED BY "/"
               INTO WS-CODE COUNT IN WS-CODE-LEN.
           ADD      1                   TO WK-N-VT72-CNT.
           MOVE     WS-CODE             TO WK-C-VT72-CODE
                                           (WK-N-VT72-CNT).
           MOVE     SPACES              TO WK-C-VT72-TEXT
                                           (WK-N-VT72-CNT).
           MOVE     1                   TO WS-TEXT-PTR.
           IF       WS-CODE-LEN < 37
                    MOVE WS-LINE (WS-CODE-LEN + 3:) TO WS-TOKEN
                    STRING WS-TOKEN     DELIMITED BY "  "
                           INTO WK-C-VT72-TEXT (WK-N-VT72-CNT)
                           WITH POINTER WS-TEXT-PTR
                    END-STRING
           END-IF.

       B299-TAKE-ONE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CLASSIFY-ONE-WORD.
      *---------------------------------------------------------------*
      *    ONLY THE FIRST UNSUPPORTED CODE WORD IS NAMED, BUT THE REST
      *    ARE STILL TAKEN SO THE NOTE AND BICS ARE COMPLETE.
      *---------------------------------------------------------------*
           MOVE     WK-C-VT72-CODE (WS-IX) TO WS-CODE.
           EVALUATE TRUE
               WHEN WS-CODE-INS
                    PERFORM C100-TAKE-BIC
                       THRU C199-TAKE-BIC-EX
                    MOVE WS-BIC         TO WK-C-VT72-INSBIC
               WHEN WS-CODE-ACC
                    PERFORM C100-TAKE-BIC
                       THRU C199-TAKE-BIC-EX
                    MOVE WS-BIC         TO WK-C-VT72-ACCBIC
               WHEN WS-CODE-INTA
                    PERFORM C100-TAKE-BIC
                       THRU C199-TAKE-BIC-EX
                    MOVE WS-BIC         TO WK-C-VT72-INTABIC
               WHEN WS-CODE-NOTE
                    IF WS-NOTE-PTR < 140
                       STRING "/"       DELIMITED BY SIZE
                              WS-CODE   DELIMITED BY SPACE
                              "/"       DELIMITED BY SIZE
                              WK-C-VT72-TEXT (WS-IX)
                                        DELIMITED BY "  "
                              " "       DELIMITED BY SIZE
                              INTO WK-C-VT72-NOTE
                              WITH POINTER WS-NOTE-PTR
                       END-STRING
                    END-IF
               WHEN OTHER
                    IF WK-C-VT72-ERROR-CD = SPACES
                       MOVE "SUP0243"   TO WK-C-VT72-ERROR-CD
                       MOVE WS-CODE     TO WK-C-VT72-BADCODE
                    END-IF
           END-EVALUATE.

       C099-CLASSIFY-ONE-WORD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-TAKE-BIC.
      *---------------------------------------------------------------*
      *    A BIC IS TAKEN ONLY WHEN THE NARRATIVE OPENS WITH ONE - 8
      *    OR 11 CHARACTERS, BANK AND COUNTRY CODE ALPHABETIC.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-BIC  WS-TOKEN.
           MOVE     ZERO                TO WS-TOK-LEN.
           UNSTRING WK-C-VT72-TEXT (WS-IX) DELIMITED BY SPACE
               INTO WS-TOKEN COUNT IN WS-TOK-LEN.
           IF       WS-TOK-LEN NOT = 8
                    AND WS-TOK-LEN NOT = 11
                    GO TO C199-TAKE-BIC-EX.
           IF       WS-TOKEN (1:6) IS NOT ALPHABETIC
                    GO TO C199-TAKE-BIC-EX.
           MOVE     WS-TOKEN (1:11)     TO WS-BIC.

       C199-TAKE-BIC-EX.
           EXIT.

      *---------------------------------------------------------------*
       X000-FIND-TAG.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-ELEM-FOUND.
           COMPUTE  WS-SCAN-LIMIT = 14000 - WS-ELEM-TAG-LEN + 1.
           MOVE     1                   TO WS-SCAN-I.
           PERFORM  X010-SCAN-ONE-POS
              THRU  X019-SCAN-ONE-POS-EX
                    UNTIL WS-ELEM-HIT
                       OR WS-SCAN-I > WS-SCAN-LIMIT.

       X099-FIND-TAG-EX.
           EXIT.

       X010-SCAN-ONE-POS.
           IF       WS-SCAN-BODY (WS-SCAN-I:WS-ELEM-TAG-LEN)
                    = WS-ELEM-TAG (1:WS-ELEM-TAG-LEN)
                    MOVE "Y"            TO WS-ELEM-FOUND
                    COMPUTE WS-SCAN-I = WS-SCAN-I + WS-ELEM-TAG-LEN
           ELSE
                    ADD  1              TO WS-SCAN-I
           END-IF.

       X019-SCAN-ONE-POS-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-EXTRACT-LINE.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-ELEM-VALUE.
           PERFORM  X000-FIND-TAG
              THRU  X099-FIND-TAG-EX.
           IF       WS-SCAN-I > 13960
                    GO TO X199-EXTRACT-LINE-EX.
           IF       WS-ELEM-HIT
                    UNSTRING WS-SCAN-BODY (WS-SCAN-I:40)
                        DELIMITED BY X"0D" OR X"25" OR X"0A"
                        INTO WS-ELEM-VALUE
           END-IF.

       X199-EXTRACT-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X110-EXTRACT-NEXT-LINE.
      *---------------------------------------------------------------*
      *    EXTRACT THE LINE FOLLOWING THE ONE JUST EXTRACTED -
      *    WS-SCAN-I IS STILL POSITIONED AT ITS START, SO SKIP PAST
      *    THE LINE AND ITS TERMINATOR FIRST. A LINE THAT OPENS THE
      *    NEXT FIELD (":") IS NOT A CONTINUATION AND COMES BACK
      *    BLANK.
      *---------------------------------------------------------------*
           PERFORM  X120-SKIP-TO-NEXT-LINE
              THRU  X129-SKIP-TO-NEXT-LINE-EX.
           MOVE     SPACES              TO WS-ELEM-VALUE.
           IF       WS-SCAN-I > 13960
                    GO TO X119-EXTRACT-NEXT-LINE-EX.
           IF       WS-SCAN-BODY (WS-SCAN-I:1) = ":"
                    GO TO X119-EXTRACT-NEXT-LINE-EX.
           UNSTRING WS-SCAN-BODY (WS-SCAN-I:40)
               DELIMITED BY X"0D" OR X"25" OR X"0A"
               INTO WS-ELEM-VALUE.

       X119-EXTRACT-NEXT-LINE-EX.
           EXIT.

       X120-SKIP-TO-NEXT-LINE.
           IF       WS-SCAN-I > 13960
                    GO TO X129-SKIP-TO-NEXT-LINE-EX.
           IF       WS-SCAN-BODY (WS-SCAN-I:1) NOT = X"0D"
                    AND WS-SCAN-BODY (WS-SCAN-I:1) NOT = X"25"
                    AND WS-SCAN-BODY (WS-SCAN-I:1) NOT = X"0A"
                    ADD 1               TO WS-SCAN-I
                    GO TO X120-SKIP-TO-NEXT-LINE.
           PERFORM  X125-SKIP-TERMINATORS
              THRU  X128-SKIP-TERMINATORS-EX.

       X129-SKIP-TO-NEXT-LINE-EX.
           EXIT.

       X125-SKIP-TERMINATORS.
           IF       WS-SCAN-I > 13960
                    GO TO X128-SKIP-TERMINATORS-EX.
           IF       WS-SCAN-BODY (WS-SCAN-I:1) = X"0D"
                    OR WS-SCAN-BODY (WS-SCAN-I:1) = X"25"
                    OR WS-SCAN-BODY (WS-SCAN-I:1) = X"0A"
                    ADD 1               TO WS-SCAN-I
                    GO TO X125-SKIP-TERMINATORS.

       X128-SKIP-TERMINATORS-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           IF       WS-UFIMIJ-OPEN
                    CLOSE UFIMIJ
                    MOVE "N"            TO WS-OPEN-SW
           END-IF.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVT72 ***************
      ******************************************************************

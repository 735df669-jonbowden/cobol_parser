      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFV23E.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  FIELD 23E INSTRUCTION CODES ON AN INWARD MT103.
      *               WITH OPTION "C" THE ITEM'S UFIMIJ JOURNAL RECORD
      *               IS READ (KEYED PARALNO/SEQNUM) AND EVERY :23E:
      *               LINE IN THE BODY IS CAPTURED - CODE AND ANY
      *               /ADDITIONAL INFORMATION - IN MESSAGE ORDER; WITH
      *               OPTION "V" THE CODES ALREADY CARRIED ON THE ITEM
      *               ARE TAKEN AS GIVEN. EITHER WAY EACH CODE IS THEN
      *               CLASSIFIED:
      *                 SDVA            - SAME-DAY VALUE, FLAGGED
      *                 INTC REPA CORT  - NO SPECIAL HANDLING
      *                 HOLD PHOB TELB  - BENEFICIARY MUST BE
      *                                   CONTACTED (OR CALL AT THE
      *                                   COUNTER) BEFORE THE CREDIT
      *               ANY OTHER CODE (CHQB, PHON, TELE ...) IS ONE WE
      *               CANNOT ACT ON AND IS RETURNED AS SUP0241 WITH
      *               THE CODE, SO THE ITEM REPAIRS WITH THE REASON
      *               INSTEAD OF THE INSTRUCTION BEING DROPPED. A FIFTH
      *               23E, WHICH THE ITEM HAS NO ROOM FOR, IS SUP0242.
      *NOTE        :  MODELLED ON TRFVPURP (CALL SHAPE) AND TRFG204X
      *               (BODY SCAN).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  T23E01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           "** PROGRAM TRFV23E   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-OPEN-SW          PIC X(01)  VALUE "N".
           88 WS-UFIMIJ-OPEN              VALUE "Y".
       01  WS-IX               PIC S9(04) COMP VALUE ZERO.

       01  WS-CODE             PIC X(04).
           88 WS-CODE-SDVA                VALUE "SDVA".
           88 WS-CODE-PLAIN               VALUE "INTC" "REPA" "CORT".
           88 WS-CODE-CONTACT             VALUE "HOLD" "PHOB" "TELB".

      * MESSAGE BODY SCAN AREA
       01  WS-SCAN-BODY.
           05 WS-SCAN-BDY1     PIC X(4000).
           05 WS-SCAN-BDY2     PIC X(10000).
       01  WS-ELEM-VALUE       PIC X(40).
       01  WS-ELEM-FOUND       PIC X(01).
           88 WS-ELEM-HIT                 VALUE "Y".
       01  WS-SCAN-I           PIC S9(05) COMP.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY V23E.
       EJECT
       PROCEDURE DIVISION USING WK-C-V23E-RECORD.
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
           MOVE     SPACES              TO WK-C-V23E-OUTPUT.
           MOVE     ZERO                TO WK-N-V23E-HOLDIX.
           MOVE     "N"                 TO WK-C-V23E-SDVAIND.

           IF       WK-C-V23E-OPTION = "C"
                    PERFORM B000-CAPTURE-FROM-JOURNAL
                       THRU B099-CAPTURE-FROM-JOURNAL-EX
                    IF WK-C-V23E-ERROR-CD NOT = SPACES
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           PERFORM  C000-CLASSIFY-ONE-CODE
              THRU  C099-CLASSIFY-ONE-CODE-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WK-N-V23E-CNT
                       OR WK-C-V23E-ERROR-CD NOT = SPACES.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-CAPTURE-FROM-JOURNAL.
      *---------------------------------------------------------------*
      *    NO JOURNAL RECORD (AN ITEM QUEUED FROM A NON-FIN SOURCE)
      *    SIMPLY MEANS NO 23E - THE ITEM IS NOT HELD UP FOR IT.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WK-N-V23E-CNT.
           MOVE     SPACES              TO WK-C-V23E-ENTRY (1)
                                           WK-C-V23E-ENTRY (2)
                                           WK-C-V23E-ENTRY (3)
                                           WK-C-V23E-ENTRY (4).

           OPEN     INPUT UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-V23E-ERROR-CD
                    GO TO B099-CAPTURE-FROM-JOURNAL-EX.
           MOVE     "Y"                 TO WS-OPEN-SW.

           INITIALIZE                   UFIMIJ-REC-1.
           MOVE     WK-N-V23E-PARALNO   TO UFIMIJ-PARALNO.
           MOVE     WK-N-V23E-SEQNUM    TO UFIMIJ-SEQNUM.
           READ     UFIMIJ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-CAPTURE-FROM-JOURNAL-EX.

           MOVE     UFIMIJ-IMSGBDY      TO WS-SCAN-BDY1.
           MOVE     UFIMIJ-IMSGBDY-EXT  TO WS-SCAN-BDY2.
           MOVE     1                   TO WS-SCAN-I.
           MOVE     "Y"                 TO WS-ELEM-FOUND.
           PERFORM  B100-TAKE-ONE-23E
              THRU  B199-TAKE-ONE-23E-EX
                    UNTIL NOT WS-ELEM-HIT
                       OR WK-C-V23E-ERROR-CD NOT = SPACES.

       B099-CAPTURE-FROM-JOURNAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-TAKE-ONE-23E.
      *---------------------------------------------------------------*
      *    FROM THE CURRENT POSITION, FIND THE NEXT :23E: AND SPLIT
      *    ITS LINE AT THE "/" INTO CODE AND ADDITIONAL INFORMATION.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-ELEM-FOUND.
           PERFORM  X010-SCAN-ONE-POS
              THRU  X019-SCAN-ONE-POS-EX
                    UNTIL WS-ELEM-HIT
                       OR WS-SCAN-I > 13960.
           IF       NOT WS-ELEM-HIT
                    GO TO B199-TAKE-ONE-23E-EX.

           MOVE     SPACES              TO WS-ELEM-VALUE.
           UNSTRING WS-SCAN-BODY (WS-SCAN-I:40)
               DELIMITED BY X"0D" OR X"25" OR X"0A"
               INTO WS-ELEM-VALUE.

           IF       WK-N-V23E-CNT = 4
                    MOVE "SUP0242"      TO WK-C-V23E-ERROR-CD
                    MOVE WS-ELEM-VALUE (1:4) TO WK-C-V23E-BADCODE
                    GO TO B199-TAKE-ONE-23E-EX.

           ADD      1                   TO WK-N-V23E-CNT.
           UNSTRING WS-ELEM-VALUE DELIMITED BY "/"
               INTO WK-C-V23E-CODE (WK-N-V23E-CNT)
                    WK-C-V23E-INF  (WK-N-V23E-CNT).

       B199-TAKE-ONE-23E-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-CLASSIFY-ONE-CODE.
      *---------------------------------------------------------------*
           MOVE     WK-C-V23E-CODE (WS-IX) TO WS-CODE.
           EVALUATE TRUE
               WHEN WS-CODE-SDVA
                    MOVE "Y"            TO WK-C-V23E-SDVAIND
               WHEN WS-CODE-PLAIN
                    CONTINUE
               WHEN WS-CODE-CONTACT
                    IF WK-N-V23E-HOLDIX = ZERO
                       MOVE WS-IX       TO WK-N-V23E-HOLDIX
                    END-IF
               WHEN OTHER
                    MOVE "SUP0241"      TO WK-C-V23E-ERROR-CD
                    MOVE WS-CODE        TO WK-C-V23E-BADCODE
           END-EVALUATE.

       C099-CLASSIFY-ONE-CODE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X010-SCAN-ONE-POS.
      *---------------------------------------------------------------*
           IF       WS-SCAN-BODY (WS-SCAN-I:5) = ":23E:"
                    MOVE "Y"            TO WS-ELEM-FOUND
           END-IF.
           ADD      1                   TO WS-SCAN-I.
           IF       WS-ELEM-HIT
                    ADD  4              TO WS-SCAN-I
           END-IF.

       X019-SCAN-ONE-POS-EX.
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
      *************** END OF PROGRAM SOURCE  TRFV23E ***************
      ******************************************************************

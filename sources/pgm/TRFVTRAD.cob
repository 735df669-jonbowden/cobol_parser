      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVTRAD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  TRADE REFERENCE MATCH FOR AN INWARD ITEM. MAT
      *               READS THE ITEM'S UFIMIJ JOURNAL RECORD (KEYED
      *               PARALNO/SEQNUM) AND TAKES EVERY WORD OF FIELD 21,
      *               THE FIELD 70 LINES AND THE FIELD 72 LINES, IN
      *               THAT ORDER, LOOKING EACH UP ON TFSTRDREF. THE
      *               FIRST OPEN TRADE REFERENCE FOUND IS RETURNED
      *               WITH THE FIELD IT CAME FROM AND HOW THE PAYMENT
      *               COMPARES WITH THE AMOUNT OUTSTANDING (FULL,
      *               PARTIAL, OVER, OR A DIFFERENT CURRENCY). AN ITEM
      *               THE TRADE DESK HAS RELEASED BACK TO THE NORMAL
      *               FLOW (TFSTRDQUE DISPSTAT "R") IS NOT MATCHED
      *               AGAIN. QUE WRITES THE ITEM'S TFSTRDQUE ROW FROM
      *               THE MATCH; A RE-DRIVEN ITEM OVERWRITES ITS OWN.
      *NOTE        :  MODELLED ON TRFVT72 (BODY SCAN) AND TRFVARDR.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  TRDS01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSTRDREF ASSIGN TO DATABASE-TFSTRDREF
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSTRDQUE ASSIGN TO DATABASE-TFSTRDQUE
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

       FD  TFSTRDREF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDREF-REC.
       01  TFSTRDREF-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDREF.
       01  TFSTRDREF-REC-1.
           COPY TFSTRDREF.

       FD  TFSTRDQUE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDQUE-REC.
       01  TFSTRDQUE-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDQUE.
       01  TFSTRDQUE-REC-1.
           COPY TFSTRDQUE.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVTRAD  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-QUE-ON-FILE-SW   PIC X(01).
       01  WS-LINE-NO          PIC S9(04) COMP VALUE ZERO.
       01  WS-LINE-MAX         PIC S9(04) COMP VALUE ZERO.
       01  WS-TOK-PTR          PIC S9(04) COMP VALUE ZERO.
       01  WS-TOK-LEN          PIC S9(04) COMP VALUE ZERO.
       01  WS-SRCTAG           PIC X(02).
       01  WS-LINE             PIC X(40).
       01  WS-TOKEN            PIC X(40).

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
       COPY VTRAD.
       EJECT
       PROCEDURE DIVISION USING WK-C-VTRAD-RECORD.
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

           MOVE     SPACES              TO WK-C-VTRAD-ERROR-CD.
           IF       WK-C-VTRAD-MODE NOT = "QUE"
                    INITIALIZE          WK-C-VTRAD-OUTPUT
                    MOVE "N"            TO WK-C-VTRAD-FOUND.

           OPEN     INPUT UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVTRAD - OPEN FILE ERROR - UFIMIJ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VTRAD-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     INPUT TFSTRDREF.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVTRAD - OPEN FILE ERROR - TFSTRDREF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VTRAD-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSTRDQUE.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVTRAD - OPEN FILE ERROR - TFSTRDQUE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VTRAD-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-VTRAD-MODE = "QUE"
                    PERFORM C000-QUEUE-ITEM
                       THRU C099-QUEUE-ITEM-EX
           ELSE
                    PERFORM B000-MATCH-ITEM
                       THRU B099-MATCH-ITEM-EX
           END-IF.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-MATCH-ITEM.
      *---------------------------------------------------------------*
      *    THE TRADE DESK'S RELEASE STANDS - THE ITEM IS CREDITED AS
      *    AN ORDINARY PAYMENT AND NOT SENT BACK TO THE DESK.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSTRDQUE-REC-1.
           MOVE     WK-N-VTRAD-PARALNO  TO TFSTRDQUE-PARALNO.
           MOVE     WK-N-VTRAD-SEQNUM   TO TFSTRDQUE-SEQNUM.
           READ     TFSTRDQUE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    AND TFSTRDQUE-DISPSTAT = "R"
                    GO TO B099-MATCH-ITEM-EX.

      *    NO JOURNAL RECORD (AN ITEM QUEUED FROM A NON-FIN SOURCE)
      *    SIMPLY MEANS NOTHING TO MATCH.
           INITIALIZE                   UFIMIJ-REC-1.
           MOVE     WK-N-VTRAD-PARALNO  TO UFIMIJ-PARALNO.
           MOVE     WK-N-VTRAD-SEQNUM   TO UFIMIJ-SEQNUM.
           READ     UFIMIJ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-MATCH-ITEM-EX.

           MOVE     UFIMIJ-IMSGBDY      TO WS-SCAN-BDY1.
           MOVE     UFIMIJ-IMSGBDY-EXT  TO WS-SCAN-BDY2.

           MOVE     ":21:"              TO WS-ELEM-TAG.
           MOVE     "21"                TO WS-SRCTAG.
           MOVE     1                   TO WS-LINE-MAX.
           PERFORM  B100-SCAN-FIELD
              THRU  B199-SCAN-FIELD-EX.
           IF       WK-C-VTRAD-FOUND = "Y"
                    GO TO B099-MATCH-ITEM-EX.

           MOVE     ":70:"              TO WS-ELEM-TAG.
           MOVE     "70"                TO WS-SRCTAG.
           MOVE     4                   TO WS-LINE-MAX.
           PERFORM  B100-SCAN-FIELD
              THRU  B199-SCAN-FIELD-EX.
           IF       WK-C-VTRAD-FOUND = "Y"
                    GO TO B099-MATCH-ITEM-EX.

           MOVE     ":72:"              TO WS-ELEM-TAG.
           MOVE     "72"                TO WS-SRCTAG.
           MOVE     6                   TO WS-LINE-MAX.
           PERFORM  B100-SCAN-FIELD
              THRU  B199-SCAN-FIELD-EX.

       B099-MATCH-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-SCAN-FIELD.
      *---------------------------------------------------------------*
      *    THE FIRST LINE COMES BACK IN WS-ELEM-VALUE; THE FIELD RUNS
      *    ON UNTIL THE NEXT FIELD (":"), THE END OF THE TEXT BLOCK
      *    ("-") OR ITS LAST PERMITTED LINE.
      *---------------------------------------------------------------*
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           IF       NOT WS-ELEM-HIT
                    GO TO B199-SCAN-FIELD-EX.

           MOVE     ZERO                TO WS-LINE-NO.
           PERFORM  B110-SCAN-ONE-LINE
              THRU  B119-SCAN-ONE-LINE-EX
                    UNTIL WS-ELEM-VALUE = SPACES
                       OR WS-ELEM-VALUE (1:1) = "-"
                       OR WS-LINE-NO = WS-LINE-MAX
                       OR WK-C-VTRAD-FOUND = "Y"
                       OR WK-C-VTRAD-ERROR-CD NOT = SPACES.

       B199-SCAN-FIELD-EX.
           EXIT.

       B110-SCAN-ONE-LINE.
           ADD      1                   TO WS-LINE-NO.
           MOVE     WS-ELEM-VALUE       TO WS-LINE.
           MOVE     1                   TO WS-TOK-PTR.
           PERFORM  B200-TRY-ONE-WORD
              THRU  B299-TRY-ONE-WORD-EX
                    UNTIL WS-TOK-PTR > 40
                       OR WK-C-VTRAD-FOUND = "Y"
                       OR WK-C-VTRAD-ERROR-CD NOT = SPACES.
           IF       WK-C-VTRAD-FOUND NOT = "Y"
                    AND WS-LINE-NO < WS-LINE-MAX
                    PERFORM X110-EXTRACT-NEXT-LINE
                       THRU X119-EXTRACT-NEXT-LINE-EX.

       B119-SCAN-ONE-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-TRY-ONE-WORD.
      *---------------------------------------------------------------*
      *    REMITTERS QUOTE THE REFERENCE BARE, AFTER A CODE WORD
      *    (/BNF/LC..., /REC/...) OR WITH A LABEL ("OUR REF:", "LC
      *    NO."), SO EVERY WORD OF A PLAUSIBLE LENGTH IS TRIED.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-TOKEN.
           MOVE     ZERO                TO WS-TOK-LEN.
           UNSTRING WS-LINE DELIMITED BY ALL SPACE OR "/" OR ":"
                                      OR "," OR "(" OR ")"
               INTO WS-TOKEN COUNT IN WS-TOK-LEN
               WITH POINTER WS-TOK-PTR.
           IF       WS-TOK-LEN < 6
                    OR WS-TOK-LEN > 16
                    GO TO B299-TRY-ONE-WORD-EX.

           INITIALIZE                   TFSTRDREF-REC-1.
           MOVE     WS-TOKEN (1:16)     TO TFSTRDREF-TRDREF.
           READ     TFSTRDREF KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B299-TRY-ONE-WORD-EX.
           IF       TFSTRDREF-STATUS NOT = "O"
                    GO TO B299-TRY-ONE-WORD-EX.

           MOVE     "Y"                 TO WK-C-VTRAD-FOUND.
           MOVE     TFSTRDREF-TRDREF    TO WK-C-VTRAD-TRDREF.
           MOVE     WS-SRCTAG           TO WK-C-VTRAD-SRCTAG.
           MOVE     TFSTRDREF-TRDTYP    TO WK-C-VTRAD-TRDTYP.
           MOVE     TFSTRDREF-CUYCD     TO WK-C-VTRAD-TRDCUY.
           MOVE     TFSTRDREF-OSAMT     TO WK-N-VTRAD-OSAMT.
           EVALUATE TRUE
               WHEN TFSTRDREF-CUYCD NOT = WK-C-VTRAD-CUYCD
                    MOVE "C"            TO WK-C-VTRAD-PAYIND
               WHEN WK-N-VTRAD-AMT < TFSTRDREF-OSAMT
                    MOVE "P"            TO WK-C-VTRAD-PAYIND
               WHEN WK-N-VTRAD-AMT > TFSTRDREF-OSAMT
                    MOVE "O"            TO WK-C-VTRAD-PAYIND
               WHEN OTHER
                    MOVE "F"            TO WK-C-VTRAD-PAYIND
           END-EVALUATE.

       B299-TRY-ONE-WORD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-QUEUE-ITEM.
      *---------------------------------------------------------------*
      *    AN ITEM THAT CANNOT BE QUEUED STAYS WHERE IT IS.
      *---------------------------------------------------------------*
           IF       WK-C-VTRAD-FOUND NOT = "Y"
                    GO TO C099-QUEUE-ITEM-EX.

           INITIALIZE                   TFSTRDQUE-REC-1.
           MOVE     WK-N-VTRAD-PARALNO  TO TFSTRDQUE-PARALNO.
           MOVE     WK-N-VTRAD-SEQNUM   TO TFSTRDQUE-SEQNUM.
           READ     TFSTRDQUE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-QUE-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-QUE-ON-FILE-SW
                    INITIALIZE          TFSTRDQUE-REC-1
                    MOVE WK-N-VTRAD-PARALNO TO TFSTRDQUE-PARALNO
                    MOVE WK-N-VTRAD-SEQNUM  TO TFSTRDQUE-SEQNUM
           END-IF.

           MOVE     WK-C-VTRAD-TRDREF   TO TFSTRDQUE-TRDREF.
           MOVE     WK-C-VTRAD-SRCTAG   TO TFSTRDQUE-SRCTAG.
           MOVE     WK-C-VTRAD-TRDTYP   TO TFSTRDQUE-TRDTYP.
           MOVE     WK-C-VTRAD-CUYCD    TO TFSTRDQUE-CUYCD.
           MOVE     WK-N-VTRAD-AMT      TO TFSTRDQUE-AMT.
           MOVE     WK-C-VTRAD-TRDCUY   TO TFSTRDQUE-TRDCUY.
           MOVE     WK-N-VTRAD-OSAMT    TO TFSTRDQUE-OSAMT.
           MOVE     WK-C-VTRAD-PAYIND   TO TFSTRDQUE-PAYIND.
           MOVE     WS-DATE-8           TO TFSTRDQUE-QUEDTE.
           MOVE     WS-TIME-6           TO TFSTRDQUE-QUETIME.
           MOVE     SPACE               TO TFSTRDQUE-DISPSTAT.
           MOVE     SPACES              TO TFSTRDQUE-DISPUSRID.
           MOVE     ZERO                TO TFSTRDQUE-DISPDTE.
           MOVE     SPACES              TO TFSTRDQUE-FILLER.
           IF       WS-QUE-ON-FILE-SW = "Y"
                    REWRITE TFSTRDQUE-REC-1
           ELSE
                    WRITE TFSTRDQUE-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVTRAD - WRITE ERROR - TFSTRDQUE"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VTRAD-ERROR-CD
           END-IF.

       C099-QUEUE-ITEM-EX.
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
      *    EXTRACT THE LINE FOLLOWING THE ONE JUST EXTRACTED - A LINE
      *    THAT OPENS THE NEXT FIELD (":") COMES BACK BLANK.
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
           CLOSE    UFIMIJ  TFSTRDREF  TFSTRDQUE.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVTRAD ***************
      ******************************************************************

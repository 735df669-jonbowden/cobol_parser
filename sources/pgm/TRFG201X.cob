      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFG201X.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MT201 MULTIPLE FINANCIAL INSTITUTION TRANSFER
      *               EXPLOSION. THE VALIDATION DRIVER ONLY EVER KNEW
      *               103, 200 AND 202/203/205, SO EVERY MT201 FELL TO
      *               REPAIR AND OPS KEYED EACH LEG BY HAND - TEN
      *               MANUAL POSTINGS FOR A TEN-LEG MESSAGE, AND A
      *               REAL RISK OF POSTING NINE. THIS INTAKE ITERATES
      *               EVERY SEQUENCE B REPETITION IN THE MESSAGE BODY
      *               (EACH STARTS AT ITS FIELD 20) AND GENERATES ONE
      *               TFSSTPL QUEUE ITEM PER TRANSFER, SHARING THE
      *               SEQUENCE A VALUE DATE (30) AND SENDER'S
      *               CORRESPONDENT (53B). EACH LEG IS THEN DRIVEN
      *               THROUGH THE MT200 CHAIN (TRFVTE1) BY TRFGSTPD.
      *               THE LEGS SHARE THE MESSAGE'S PARALNO AND CARRY
      *               THE PARENT TYPE, REFERENCE AND LEG COUNT, SO
      *               THE WHOLE MESSAGE TRACES AND REPORTS
      *               (GH201RPT) AS ONE. BEFORE ANYTHING IS QUEUED
      *               THE LEGS MUST ADD UP: THE 32B AMOUNTS MUST BE
      *               IN ONE CURRENCY AND SUM TO FIELD 19, ELSE THE
      *               WHOLE MESSAGE REJECTS WITH RSN0093 - NO LEG OF
      *               A MESSAGE THAT DOES NOT BALANCE IS EVER PAID.
      *NOTE        :  MODELLED ON TRFG101X.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  MT201X - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
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
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFG201X  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.
       COPY RRSN.
       COPY VPRIO.
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-REJ-REASON       PIC X(07).
       01  WS-REJ-DESC         PIC X(30).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-MSG-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-LEG-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-REJ-CNT          PIC S9(05) COMP VALUE ZERO.
       77  WS-SEQB-NO          PIC S9(04) COMP VALUE ZERO.

      * SEQUENCE A (SHARED) DATA
       01  WS-A-SUM-AMT        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-A-VALDTE         PIC 9(08) VALUE ZEROES.
       01  WS-A-T53-LINE       PIC X(35).
       01  WS-A-PRNTREF        PIC X(16).

      * MESSAGE SHAPE - PRE-SCANNED BEFORE ANY LEG IS QUEUED
       01  WS-PRE-LEG-CNT      PIC 9(04) VALUE ZEROES.
       01  WS-PRE-TOTAL        PIC S9(15)V9(02) VALUE ZERO.
       01  WS-PRE-CUYCD        PIC X(03).
       01  WS-PRE-MIXCUY-SW    PIC X(01).
           88 WS-PRE-MIXCUY               VALUE "Y".
       01  WS-PRE-I            PIC S9(05) COMP VALUE ZERO.

      * SEQUENCE B (PER-LEG) DATA
       01  WS-B-TXNREF         PIC X(16).
       01  WS-B-CUYCD          PIC X(03).
       01  WS-B-AMT            PIC S9(13)V9(02).
       01  WS-B-AMT-TXT        PIC X(18).
       01  WS-B-T56-OPT        PIC X(01).
       01  WS-B-T56-LN1        PIC X(35).
       01  WS-B-T56-LN2        PIC X(35).
       01  WS-B-T57-OPT        PIC X(01).
       01  WS-B-T57-LN1        PIC X(35).
       01  WS-B-T57-LN2        PIC X(35).
       01  WS-B-T57-LN3        PIC X(35).
       01  WS-AMT-WHOLE        PIC 9(13).
       01  WS-AMT-DEC          PIC X(02).
       01  WS-AMT-DEC-N        PIC 9(02).

      * MESSAGE BODY SCAN AREA
       01  WS-SCAN-BODY.
           05 WS-SCAN-BDY1     PIC X(4000).
           05 WS-SCAN-BDY2     PIC X(10000).
       01  WS-ELEM-TAG         PIC X(20).
       01  WS-ELEM-TAG-LEN     PIC S9(04) COMP.
       01  WS-ELEM-VALUE       PIC X(40).
       01  WS-ELEM-FOUND       PIC X(01).
           88 WS-ELEM-HIT                 VALUE "Y".
       01  WS-SCAN-I           PIC S9(05) COMP.
       01  WS-SCAN-LIMIT       PIC S9(05) COMP.
      * POSITION OF THE CURRENT SEQUENCE B BLOCK AND ITS END
       01  WS-SEQB-START       PIC S9(05) COMP.
       01  WS-SEQB-END         PIC S9(05) COMP.
       01  WS-FIND-I           PIC S9(05) COMP.
       01  WS-BLK-LIMIT        PIC S9(05) COMP.

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
           OPEN     I-O UFIMIJ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG201X - OPEN FILE ERROR - UFIMIJ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG201X - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  B000-READ-UFIMIJ
              THRU  B099-READ-UFIMIJ-EX.
           PERFORM  B100-PROCESS-MESSAGE
              THRU  B199-PROCESS-MESSAGE-EX
                    UNTIL WS-EOF.

           DISPLAY  "TRFG201X - MT201 MESSAGES EXPLODED : " WS-MSG-CNT.
           DISPLAY  "TRFG201X - TRANSFER LEGS QUEUED    : " WS-LEG-CNT.
           DISPLAY  "TRFG201X - MESSAGES REJECTED       : " WS-REJ-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-UFIMIJ.
      *---------------------------------------------------------------*
           READ     UFIMIJ.
           IF       WK-C-END-OF-FILE
                    MOVE "Y"            TO WS-EOF-SW
           ELSE
              IF    NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG201X - READ ERROR - UFIMIJ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "Y"            TO WS-EOF-SW
              END-IF
           END-IF.

       B099-READ-UFIMIJ-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-PROCESS-MESSAGE.
      *---------------------------------------------------------------*
           IF       UFIMIJ-PRCIND NOT = SPACE
                    OR UFIMIJ-SWFTMGTY NOT = 201
                    GO TO B190-NEXT-MESSAGE.

           MOVE     UFIMIJ-IMSGBDY      TO WS-SCAN-BDY1.
           MOVE     UFIMIJ-IMSGBDY-EXT  TO WS-SCAN-BDY2.

           PERFORM  C000-PARSE-SEQUENCE-A
              THRU  C099-PARSE-SEQUENCE-A-EX.

      *    THE MESSAGE MUST BALANCE BEFORE A SINGLE LEG IS QUEUED -
      *    A PARTIAL EXPLOSION IS EXACTLY THE "POSTED NINE OF TEN"
      *    THIS INTAKE EXISTS TO PREVENT.
           PERFORM  G000-PRESCAN-SHAPE
              THRU  G099-PRESCAN-SHAPE-EX.
           IF       WS-REJ-REASON NOT = SPACES
                    PERFORM F000-REJECT-MESSAGE
                       THRU F099-REJECT-MESSAGE-EX
                    MOVE "R"            TO UFIMIJ-PRCIND
                    REWRITE UFIMIJ-REC-1
                    IF NOT WK-C-SUCCESSFUL
                       DISPLAY "TRFG201X - REWRITE ERROR - UFIMIJ"
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
                    GO TO B190-NEXT-MESSAGE.

           PERFORM  C100-EXPLODE-SEQUENCE-B
              THRU  C199-EXPLODE-SEQUENCE-B-EX.

      *    THE MESSAGE IS DONE WITH - A RE-RUN MUST NOT RE-EXPLODE IT.
           MOVE     "Y"                 TO UFIMIJ-PRCIND.
           REWRITE  UFIMIJ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG201X - REWRITE ERROR - UFIMIJ"
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-MSG-CNT.
           DISPLAY  "TRFG201X - MT201 " UFIMIJ-PARALNO
                    " REF " WS-A-PRNTREF
                    " LEGS " WS-SEQB-NO.

       B190-NEXT-MESSAGE.
           PERFORM  B000-READ-UFIMIJ
              THRU  B099-READ-UFIMIJ-EX.

       B199-PROCESS-MESSAGE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-PARSE-SEQUENCE-A.
      *---------------------------------------------------------------*
      *    SEQUENCE A RUNS UP TO THE FIRST FIELD 20: FIELD 19 SUM OF
      *    AMOUNTS, FIELD 30 VALUE DATE AND THE OPTIONAL 53B SENDER'S
      *    CORRESPONDENT ARE SHARED BY EVERY LEG. THE PARENT
      *    REFERENCE IS THE FIRST LEG'S FIELD 20 - THE SENDER'S OWN
      *    HANDLE ON THE MESSAGE.
      *---------------------------------------------------------------*
           MOVE     ":19:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     ZERO                TO WS-A-SUM-AMT.
           IF       WS-ELEM-HIT
                    MOVE WS-ELEM-VALUE (1:18) TO WS-B-AMT-TXT
                    PERFORM C140-AMT-TEXT-TO-NUM
                       THRU C149-AMT-TEXT-TO-NUM-EX
                    MOVE WS-B-AMT       TO WS-A-SUM-AMT
           END-IF.

      *    FIELD 30 VALUE DATE (YYMMDD) - EVERY LEG SETTLES ON IT, SO
      *    A MESSAGE DATED AHEAD WAREHOUSES INSTEAD OF SETTLING TODAY.
           MOVE     ":30:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     ZEROES              TO WS-A-VALDTE.
           IF       WS-ELEM-HIT
                    AND WS-ELEM-VALUE (1:6) NUMERIC
                    COMPUTE WS-A-VALDTE =
                       20000000 + FUNCTION NUMVAL
                       (WS-ELEM-VALUE (1:6))
           END-IF.

           MOVE     ":53B:"             TO WS-ELEM-TAG.
           MOVE     5                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     WS-ELEM-VALUE       TO WS-A-T53-LINE.

           MOVE     ":20:"              TO WS-ELEM-TAG.
           MOVE     4                   TO WS-ELEM-TAG-LEN.
           PERFORM  X100-EXTRACT-LINE
              THRU  X199-EXTRACT-LINE-EX.
           MOVE     WS-ELEM-VALUE       TO WS-A-PRNTREF.

       C099-PARSE-SEQUENCE-A-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-EXPLODE-SEQUENCE-B.
      *---------------------------------------------------------------*
      *    EVERY ":20:" OPENS ONE SEQUENCE B REPETITION, PARSED
      *    BETWEEN ITS OWN ":20:" AND THE NEXT ONE (OR END OF BODY).
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-SEQB-NO.
           MOVE     1                   TO WS-SCAN-I.
           COMPUTE  WS-SCAN-LIMIT = 14000 - 4 + 1.

           PERFORM  C110-FIND-NEXT-SEQB
              THRU  C119-FIND-NEXT-SEQB-EX
                    UNTIL WS-SCAN-I > WS-SCAN-LIMIT.

       C199-EXPLODE-SEQUENCE-B-EX.
           EXIT.

       C110-FIND-NEXT-SEQB.
           IF       WS-SCAN-BODY (WS-SCAN-I:4) NOT = ":20:"
                    ADD  1              TO WS-SCAN-I
                    GO TO C119-FIND-NEXT-SEQB-EX.

           ADD      1                   TO WS-SEQB-NO.
           COMPUTE  WS-SEQB-START = WS-SCAN-I.
           COMPUTE  WS-FIND-I = WS-SCAN-I + 4.
           PERFORM  C120-FIND-SEQB-END
              THRU  C129-FIND-SEQB-END-EX.

           PERFORM  C130-PARSE-ONE-SEQB
              THRU  C139-PARSE-ONE-SEQB-EX.
           PERFORM  D000-QUEUE-ONE-LEG
              THRU  D099-QUEUE-ONE-LEG-EX.

      *    CONTINUE THE SWEEP AFTER THIS REPETITION
           MOVE     WS-SEQB-END         TO WS-SCAN-I.

       C119-FIND-NEXT-SEQB-EX.
           EXIT.

       C120-FIND-SEQB-END.
           IF       WS-FIND-I > WS-SCAN-LIMIT
                    MOVE 14000          TO WS-SEQB-END
                    GO TO C129-FIND-SEQB-END-EX.
           IF       WS-SCAN-BODY (WS-FIND-I:4) = ":20:"
                    MOVE WS-FIND-I      TO WS-SEQB-END
                    GO TO C129-FIND-SEQB-END-EX.
           ADD      1                   TO WS-FIND-I.
           GO TO    C120-FIND-SEQB-END.

       C129-FIND-SEQB-END-EX.
           EXIT.

      *---------------------------------------------------------------*
       C130-PARSE-ONE-SEQB.
      *---------------------------------------------------------------*
      *    ELEMENT SEARCHES ARE BOUNDED TO THIS REPETITION'S BLOCK SO
      *    A TAG FROM THE NEXT LEG IS NEVER PICKED UP. 56A/D IS THE
      *    INTERMEDIARY, 57A/B/D THE ACCOUNT WITH INSTITUTION.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-B-TXNREF  WS-B-CUYCD
                                           WS-B-T56-OPT WS-B-T56-LN1
                                           WS-B-T56-LN2
                                           WS-B-T57-OPT WS-B-T57-LN1
                                           WS-B-T57-LN2 WS-B-T57-LN3.
           MOVE     ZEROES              TO WS-B-AMT.

           IF       WS-SEQB-START > 13976
                    GO TO C139-PARSE-ONE-SEQB-EX.
           UNSTRING WS-SCAN-BODY (WS-SEQB-START + 4:20)
               DELIMITED BY X"0D" OR X"25" OR X"0A"
               INTO WS-B-TXNREF.

           MOVE     ":32B:"             TO WS-ELEM-TAG.
           MOVE     5                   TO WS-ELEM-TAG-LEN.
           PERFORM  X200-EXTRACT-IN-BLOCK
              THRU  X299-EXTRACT-IN-BLOCK-EX.
           IF       WS-ELEM-HIT
                    MOVE WS-ELEM-VALUE (1:3)  TO WS-B-CUYCD
                    MOVE WS-ELEM-VALUE (4:18) TO WS-B-AMT-TXT
                    PERFORM C140-AMT-TEXT-TO-NUM
                       THRU C149-AMT-TEXT-TO-NUM-EX
           END-IF.

           MOVE     ":56A:"             TO WS-ELEM-TAG.
           MOVE     5                   TO WS-ELEM-TAG-LEN.
           PERFORM  X200-EXTRACT-IN-BLOCK
              THRU  X299-EXTRACT-IN-BLOCK-EX.
           IF       WS-ELEM-HIT
                    MOVE "A"            TO WS-B-T56-OPT
           ELSE
                    MOVE ":56D:"        TO WS-ELEM-TAG
                    PERFORM X200-EXTRACT-IN-BLOCK
                       THRU X299-EXTRACT-IN-BLOCK-EX
                    IF WS-ELEM-HIT
                       MOVE "D"         TO WS-B-T56-OPT
                    END-IF
           END-IF.
           IF       WS-ELEM-HIT
                    MOVE WS-ELEM-VALUE  TO WS-B-T56-LN1
                    PERFORM X110-EXTRACT-NEXT-LINE
                       THRU X119-EXTRACT-NEXT-LINE-EX
                    IF WS-SCAN-I < WS-SEQB-END
                       MOVE WS-ELEM-VALUE TO WS-B-T56-LN2
                    END-IF
           END-IF.

           MOVE     ":57A:"             TO WS-ELEM-TAG.
           MOVE     5                   TO WS-ELEM-TAG-LEN.
           PERFORM  X200-EXTRACT-IN-BLOCK
              THRU  X299-EXTRACT-IN-BLOCK-EX.
           IF       WS-ELEM-HIT
                    MOVE "A"            TO WS-B-T57-OPT
           ELSE
                    MOVE ":57B:"        TO WS-ELEM-TAG
                    PERFORM X200-EXTRACT-IN-BLOCK
                       THRU X299-EXTRACT-IN-BLOCK-EX
                    IF WS-ELEM-HIT
                       MOVE "B"         TO WS-B-T57-OPT
                    ELSE
                       MOVE ":57D:"     TO WS-ELEM-TAG
                       PERFORM X200-EXTRACT-IN-BLOCK
                          THRU X299-EXTRACT-IN-BLOCK-EX
                       IF WS-ELEM-HIT
                          MOVE "D"      TO WS-B-T57-OPT
                       END-IF
                    END-IF
           END-IF.
           IF       WS-ELEM-HIT
                    MOVE WS-ELEM-VALUE  TO WS-B-T57-LN1
                    PERFORM X110-EXTRACT-NEXT-LINE
                       THRU X119-EXTRACT-NEXT-LINE-EX
                    IF WS-SCAN-I < WS-SEQB-END
                       MOVE WS-ELEM-VALUE TO WS-B-T57-LN2
                       PERFORM X110-EXTRACT-NEXT-LINE
                          THRU X119-EXTRACT-NEXT-LINE-EX
                       IF WS-SCAN-I < WS-SEQB-END
                          MOVE WS-ELEM-VALUE TO WS-B-T57-LN3
                       END-IF
                    END-IF
           END-IF.

       C139-PARSE-ONE-SEQB-EX.
           EXIT.

      *---------------------------------------------------------------*
       C140-AMT-TEXT-TO-NUM.
      *---------------------------------------------------------------*
           MOVE     ZEROES              TO WS-AMT-WHOLE  WS-AMT-DEC-N.
           MOVE     SPACES              TO WS-AMT-DEC.
           UNSTRING WS-B-AMT-TXT DELIMITED BY ","
               INTO WS-AMT-WHOLE  WS-AMT-DEC.
           INSPECT  WS-AMT-DEC REPLACING ALL SPACE BY "0".
           MOVE     WS-AMT-DEC          TO WS-AMT-DEC-N.
           COMPUTE  WS-B-AMT = WS-AMT-WHOLE + WS-AMT-DEC-N / 100.

       C149-AMT-TEXT-TO-NUM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-QUEUE-ONE-LEG.
      *---------------------------------------------------------------*
      *    ONE QUEUE ITEM PER TRANSFER. THE PARALNO IS THE MESSAGE'S;
      *    THE SEQNUM IS THE LEG NUMBER, SO EVERY LEG OF ONE MESSAGE
      *    STAYS ON ONE PARALNO (AND THEREBY IN ONE PARTITION OF A
      *    PARALLEL RUN) AND THE PARALNO IS THE PARENT LINK.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     UFIMIJ-PARALNO      TO TFSSPTL-PARALNO.
           MOVE     WS-SEQB-NO          TO TFSSPTL-SEQNUM.
           MOVE     UFIMIJ-INTDTE       TO TFSSPTL-INTDTE.
           MOVE     UFIMIJ-INTTIM       TO TFSSPTL-INTTIM.
           MOVE     201                 TO TFSSPTL-SWFTMGTY.
           MOVE     UFIMIJ-IMSGTYPE     TO TFSSPTL-IMSGTYPE.
           MOVE     UFIMIJ-TRNSMTMD     TO TFSSPTL-TRNSMTMD.
           MOVE     UFIMIJ-PROCUNIT     TO TFSSPTL-PROCUNIT.
           MOVE     UFIMIJ-BNKENTTY     TO TFSSPTL-BNKENTITY.
           MOVE     UFIMIJ-SENBNKID     TO TFSSPTL-SENBNKID.
           MOVE     SPACE               TO TFSSPTL-PRCIND.
           MOVE     SPACE               TO TFSSPTL-STRIND.
           MOVE     WS-B-CUYCD          TO TFSSPTL-CUYCD.
           MOVE     WS-B-AMT            TO TFSSPTL-AMT.
           MOVE     WS-A-VALDTE         TO TFSSPTL-VALDTE.

      *    OPTION LETTERS ARE STORED BARE PER THE LEGACY QUEUE
      *    CONVENTION. ON OPTION A THE BIC GOES TO V1B (WHERE THE
      *    BOOK-TRANSFER AND NOSTRO LOOKUPS READ IT) AND A LEADING
      *    PARTY IDENTIFIER LINE TO THE FIRST V2 LINE; ON B/D THE
      *    LINES ARE CARRIED IN ORDER.
           IF       WS-A-T53-LINE NOT = SPACES
                    MOVE "B"            TO TFSSPTL-TAG53-OPT
                    MOVE WS-A-T53-LINE  TO TFSSPTL-TAG53-V2 (1)
           END-IF.
           IF       WS-B-T56-OPT = "A"
                    MOVE "A"            TO TFSSPTL-TAG56-OPT
                    IF WS-B-T56-LN1 (1:1) = "/"
                       MOVE WS-B-T56-LN1 TO TFSSPTL-TAG56-V2 (1)
                       MOVE WS-B-T56-LN2 TO TFSSPTL-TAG56-V1B
                    ELSE
                       MOVE WS-B-T56-LN1 TO TFSSPTL-TAG56-V1B
                    END-IF
           END-IF.
           IF       WS-B-T56-OPT = "D"
                    MOVE "D"            TO TFSSPTL-TAG56-OPT
                    MOVE WS-B-T56-LN1   TO TFSSPTL-TAG56-V1B
                    MOVE WS-B-T56-LN2   TO TFSSPTL-TAG56-V2 (1)
           END-IF.
           IF       WS-B-T57-OPT = "A"
                    MOVE "A"            TO TFSSPTL-TAG57-OPT
                    IF WS-B-T57-LN1 (1:1) = "/"
                       MOVE WS-B-T57-LN1 TO TFSSPTL-TAG57-V2 (1)
                       MOVE WS-B-T57-LN2 TO TFSSPTL-TAG57-V1B
                    ELSE
                       MOVE WS-B-T57-LN1 TO TFSSPTL-TAG57-V1B
                    END-IF
           END-IF.
           IF       WS-B-T57-OPT = "B"
                    OR WS-B-T57-OPT = "D"
                    MOVE WS-B-T57-OPT   TO TFSSPTL-TAG57-OPT
                    MOVE WS-B-T57-LN1   TO TFSSPTL-TAG57-V1B
                    MOVE WS-B-T57-LN2   TO TFSSPTL-TAG57-V2 (1)
                    MOVE WS-B-T57-LN3   TO TFSSPTL-TAG57-V2 (2)
           END-IF.

      *    THE PARENT LINK - TRACE AND REPORT THE MESSAGE AS ONE.
           MOVE     201                 TO TFSSPTL-PRNTMGTY.
           MOVE     WS-A-PRNTREF        TO TFSSPTL-PRNTREF.
           MOVE     WS-PRE-LEG-CNT      TO TFSSPTL-LEGCNT.

      *    PRIORITY TIER AT QUEUE TIME - RULE TABLE ON MESSAGE TYPE
      *    AND AMOUNT.
           INITIALIZE                   WK-C-VPRIO-RECORD.
           MOVE     201                 TO WK-N-VPRIO-SWFTMGTY.
           MOVE     "N"                 TO WK-C-VPRIO-T13CIND.
           MOVE     WS-B-AMT            TO WK-N-VPRIO-AMT.
           CALL     "TRFVPRIO"          USING WK-C-VPRIO-RECORD.
           MOVE     WK-N-VPRIO-TIER     TO TFSSPTL-PRITIER.

           WRITE    TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFG201X - WRITE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-LEG-CNT.

       D099-QUEUE-ONE-LEG-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-PRESCAN-SHAPE.
      *---------------------------------------------------------------*
      *    THE MESSAGE'S SHAPE (LEG COUNT, 32B CURRENCY AND TOTAL) IS
      *    PRE-SCANNED WITHOUT QUEUEING ANYTHING. NO LEGS, MORE THAN
      *    99 LEGS (SEQNUM IS TWO DIGITS), MIXED CURRENCIES OR A
      *    TOTAL THAT DIFFERS FROM FIELD 19 ALL REJECT THE MESSAGE.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-REJ-REASON  WS-REJ-DESC.
           MOVE     ZEROES              TO WS-PRE-LEG-CNT.
           MOVE     ZERO                TO WS-PRE-TOTAL.
           MOVE     SPACES              TO WS-PRE-CUYCD.
           MOVE     "N"                 TO WS-PRE-MIXCUY-SW.
           MOVE     1                   TO WS-PRE-I.
           PERFORM  G010-PRESCAN-ONE-POS
              THRU  G019-PRESCAN-ONE-POS-EX
                    UNTIL WS-PRE-I > 13960.

           IF       WS-PRE-LEG-CNT = ZERO
                    MOVE "RSN0093"      TO WS-REJ-REASON
                    MOVE "MT201: NO TRANSFER LEGS"
                                        TO WS-REJ-DESC
                    GO TO G099-PRESCAN-SHAPE-EX.
           IF       WS-PRE-LEG-CNT > 99
                    MOVE "RSN0093"      TO WS-REJ-REASON
                    MOVE "MT201: OVER 99 TRANSFER LEGS"
                                        TO WS-REJ-DESC
                    GO TO G099-PRESCAN-SHAPE-EX.
           IF       WS-PRE-MIXCUY
                    MOVE "RSN0093"      TO WS-REJ-REASON
                    MOVE "MT201: 32B CURRENCIES DIFFER"
                                        TO WS-REJ-DESC
                    GO TO G099-PRESCAN-SHAPE-EX.
           IF       WS-PRE-TOTAL NOT = WS-A-SUM-AMT
                    MOVE "RSN0093"      TO WS-REJ-REASON
                    MOVE "MT201: 32B SUM NOT = FIELD 19"
                                        TO WS-REJ-DESC
                    GO TO G099-PRESCAN-SHAPE-EX.

       G099-PRESCAN-SHAPE-EX.
           EXIT.

       G010-PRESCAN-ONE-POS.
           IF       WS-SCAN-BODY (WS-PRE-I:4) = ":20:"
                    ADD  1              TO WS-PRE-LEG-CNT.
           IF       WS-SCAN-BODY (WS-PRE-I:5) = ":32B:"
                    IF WS-PRE-CUYCD = SPACES
                       MOVE WS-SCAN-BODY (WS-PRE-I + 5:3)
                         TO WS-PRE-CUYCD
                    ELSE
                       IF WS-SCAN-BODY (WS-PRE-I + 5:3)
                          NOT = WS-PRE-CUYCD
                          MOVE "Y"      TO WS-PRE-MIXCUY-SW
                       END-IF
                    END-IF
                    MOVE WS-SCAN-BODY (WS-PRE-I + 8:18)
                      TO WS-B-AMT-TXT
                    PERFORM C140-AMT-TEXT-TO-NUM
                       THRU C149-AMT-TEXT-TO-NUM-EX
                    ADD  WS-B-AMT       TO WS-PRE-TOTAL.
           ADD      1                   TO WS-PRE-I.

       G019-PRESCAN-ONE-POS-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-REJECT-MESSAGE.
      *---------------------------------------------------------------*
      *    THE WHOLE MESSAGE IS REJECTED BEFORE ANY LEG EXISTS - ONE
      *    REPAIR-REASON ROW IS RAISED AGAINST THE MESSAGE'S PARALNO
      *    SO OPS SEES EXACTLY WHY.
      *---------------------------------------------------------------*
           ADD      1                   TO WS-REJ-CNT.
           INITIALIZE                   WK-C-RRSN-RECORD.
           MOVE     UFIMIJ-PARALNO      TO WK-C-RRSN-QUENUM.
           MOVE     1                   TO WK-C-RRSN-QUESUF.
           MOVE     UFIMIJ-T20REF (1:12) TO WK-C-RRSN-TRNNO.
           MOVE     "TRFG201X"          TO WK-C-RRSN-FUNCTID.
           MOVE     WS-REJ-REASON       TO WK-C-RRSN-RSNCDE.
           MOVE     WS-REJ-DESC         TO WK-C-RRSN-RSNDESC.
           MOVE     UFIMIJ-SENBNKID     TO WK-C-RRSN-ACCNO.
           MOVE     UFIMIJ-INTDTE       TO WK-C-RRSN-RPRDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
           MOVE     "TRFG201X"          TO WK-C-RRSN-RPRPGM.
           CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
           DISPLAY  "TRFG201X - MT201 " UFIMIJ-PARALNO
                    " REJECTED - " WS-REJ-DESC
                    " BIC " UFIMIJ-SENBNKID.

       F099-REJECT-MESSAGE-EX.
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
       X200-EXTRACT-IN-BLOCK.
      *---------------------------------------------------------------*
      *    FIND WS-ELEM-TAG INSIDE THE CURRENT SEQUENCE B BLOCK ONLY
      *    (BETWEEN WS-SEQB-START AND WS-SEQB-END).
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-ELEM-FOUND.
           MOVE     SPACES              TO WS-ELEM-VALUE.
           MOVE     WS-SEQB-START       TO WS-SCAN-I.
           COMPUTE  WS-BLK-LIMIT = 14000 - WS-ELEM-TAG-LEN + 1.
           PERFORM  X210-SCAN-BLOCK-POS
              THRU  X219-SCAN-BLOCK-POS-EX
                    UNTIL WS-ELEM-HIT
                       OR WS-SCAN-I >= WS-SEQB-END
                       OR WS-SCAN-I > WS-BLK-LIMIT.
           IF       WS-SCAN-I > 13960
                    GO TO X299-EXTRACT-IN-BLOCK-EX.
           IF       WS-ELEM-HIT
                    UNSTRING WS-SCAN-BODY (WS-SCAN-I:40)
                        DELIMITED BY X"0D" OR X"25" OR X"0A"
                        INTO WS-ELEM-VALUE
           END-IF.

       X299-EXTRACT-IN-BLOCK-EX.
           EXIT.

       X210-SCAN-BLOCK-POS.
           IF       WS-SCAN-BODY (WS-SCAN-I:WS-ELEM-TAG-LEN)
                    = WS-ELEM-TAG (1:WS-ELEM-TAG-LEN)
                    MOVE "Y"            TO WS-ELEM-FOUND
                    COMPUTE WS-SCAN-I = WS-SCAN-I + WS-ELEM-TAG-LEN
           ELSE
                    ADD  1              TO WS-SCAN-I
           END-IF.

       X219-SCAN-BLOCK-POS-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           PERFORM  Z000-END-PROGRAM-ROUTINE
              THRU  Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    UFIMIJ  TFSSTPL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFG201X ***************
      ******************************************************************

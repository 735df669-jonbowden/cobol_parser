      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXLEIC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  CAPTURES THE LEGAL ENTITY IDENTIFIER CARRIED IN
      *               AN AGENT BLOCK OF AN INWARD ISO 20022 MESSAGE.
      *               CALLED BY THE PACS.008 AND PACS.009 INTAKES
      *               (TRFGP008/TRFGP009) FOR EVERY AGENT THAT QUOTES
      *               BOTH A BIC AND AN LEI. THE LEI IS VALIDATED
      *               (TRFVLEI), COMPARED WITH THE LEI HELD ON TFSBANK
      *               FOR THE AGENT'S BIC, AND THE RESULT RECORDED ON
      *               TFSLEICAP (ONE ROW PER BANK) FOR THE GHLEIRPT
      *               MONTHLY LEI EXCEPTIONS REPORT. NOTHING HERE
      *               STOPS THE ITEM BEING QUEUED.
      *NOTE        :  MODELLED ON TRFXXMDP.
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSBANK ASSIGN TO DATABASE-TFSBANK
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSLEICAP ASSIGN TO DATABASE-TFSLEICAP
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBANK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBANK-REC.
       01  TFSBANK-REC.
           COPY DDS-ALL-FORMATS OF TFSBANK.
       01  TFSBANK-REC-1.
           COPY TFSBANK.
       FD  TFSLEICAP
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSLEICAP-REC.
       01  TFSLEICAP-REC.
           COPY DDS-ALL-FORMATS OF TFSLEICAP.
       01  TFSLEICAP-REC-1.
           COPY TFSLEICAP.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXLEIC  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.
       COPY VLEI.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-BANK-SW          PIC X(01).
           88 WS-BANK-FOUND               VALUE "Y".
       01  WS-CAP-BANKID       PIC X(11).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY LEIC.
       EJECT
       PROCEDURE DIVISION USING WK-C-LEIC-RECORD.
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

           MOVE     SPACES              TO WK-C-LEIC-OUTPUT.
           IF       WK-C-LEIC-BIC = SPACES
                    OR WK-C-LEIC-LEI = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-FIND-BANK
              THRU  B099-FIND-BANK-EX.
           IF       WK-C-LEIC-ERROR-CD NOT = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   WK-C-VLEI-RECORD.
           MOVE     WK-C-LEIC-LEI       TO WK-C-VLEI-LEI.
           CALL     "TRFVLEI"           USING WK-C-VLEI-RECORD.

      *    A BAD LEI IS REPORTED AS SUCH WHETHER OR NOT WE KNOW THE
      *    BANK - THE SENDER HAS TO CORRECT IT EITHER WAY.
           EVALUATE TRUE
               WHEN WK-C-VLEI-ERROR-CD NOT = SPACES
                    MOVE "I"            TO WK-C-LEIC-STATUS
               WHEN NOT WS-BANK-FOUND
                    MOVE "U"            TO WK-C-LEIC-STATUS
               WHEN WK-C-LEIC-HELDLEI = SPACES
                    MOVE "N"            TO WK-C-LEIC-STATUS
               WHEN WK-C-LEIC-HELDLEI = WK-C-LEIC-LEI (1:20)
                    MOVE "M"            TO WK-C-LEIC-STATUS
               WHEN OTHER
                    MOVE "X"            TO WK-C-LEIC-STATUS
           END-EVALUATE.

           PERFORM  C000-RECORD-CAPTURE
              THRU  C099-RECORD-CAPTURE-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-FIND-BANK.
      *---------------------------------------------------------------*
      *    TFSBANK IS KEYED ON THE BANK ID AS WE SET IT UP - AN
      *    8-CHARACTER BIC IS HELD WITH A BLANK BRANCH CODE, SO AN
      *    AGENT QUOTING THE "XXX" PRIMARY-OFFICE BRANCH IS RETRIED
      *    ON ITS 8-CHARACTER FORM BEFORE BEING TREATED AS UNKNOWN.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-BANK-SW.
           MOVE     WK-C-LEIC-BIC       TO WS-CAP-BANKID.

           OPEN     INPUT TFSBANK.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXLEIC - OPEN FILE ERROR - TFSBANK"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-LEIC-ERROR-CD
                    GO TO B099-FIND-BANK-EX.

           INITIALIZE                   TFSBANK-REC-1.
           MOVE     WK-C-LEIC-BIC       TO TFSBANK-BANKID.
           READ     TFSBANK KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-LEIC-BIC (9:3) = "XXX"
                    INITIALIZE          TFSBANK-REC-1
                    MOVE WK-C-LEIC-BIC (1:8) TO TFSBANK-BANKID
                    READ TFSBANK KEY IS EXTERNALLY-DESCRIBED-KEY
           END-IF.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-BANK-SW
                    MOVE TFSBANK-BANKID TO WS-CAP-BANKID
                    MOVE TFSBANK-LEI    TO WK-C-LEIC-HELDLEI
           END-IF.

           CLOSE    TFSBANK.

       B099-FIND-BANK-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RECORD-CAPTURE.
      *---------------------------------------------------------------*
      *    ONE ROW PER BANK. THE FIRST-SEEN DATE RESTARTS WHENEVER THE
      *    BANK STARTS QUOTING A DIFFERENT LEI; THE MISMATCH COUNT
      *    RUNS UNTIL A MESSAGE COMES IN MATCHING AGAIN.
      *---------------------------------------------------------------*
           OPEN     I-O TFSLEICAP.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFXLEIC - OPEN FILE ERROR - TFSLEICAP"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-LEIC-ERROR-CD
                    GO TO C099-RECORD-CAPTURE-EX.

           INITIALIZE                   TFSLEICAP-REC-1.
           MOVE     WS-CAP-BANKID       TO TFSLEICAP-BANKID.
           READ     TFSLEICAP KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    IF TFSLEICAP-LEIRCVD NOT = WK-C-LEIC-LEI (1:20)
                       MOVE WS-DATE-8   TO TFSLEICAP-FSTDTE
                    END-IF
                    PERFORM C010-SET-CAPTURE
                       THRU C019-SET-CAPTURE-EX
                    REWRITE TFSLEICAP-REC-1
           ELSE
                    INITIALIZE          TFSLEICAP-REC-1
                    MOVE WS-CAP-BANKID  TO TFSLEICAP-BANKID
                    MOVE WS-DATE-8      TO TFSLEICAP-FSTDTE
                    PERFORM C010-SET-CAPTURE
                       THRU C019-SET-CAPTURE-EX
                    WRITE TFSLEICAP-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXLEIC - WRITE ERROR - TFSLEICAP "
                            WS-CAP-BANKID
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-LEIC-ERROR-CD
           END-IF.

           CLOSE    TFSLEICAP.

       C099-RECORD-CAPTURE-EX.
           EXIT.

       C010-SET-CAPTURE.
           MOVE     WK-C-LEIC-LEI (1:20) TO TFSLEICAP-LEIRCVD.
           MOVE     WK-C-LEIC-STATUS    TO TFSLEICAP-STATUS.
           MOVE     WK-C-LEIC-HELDLEI   TO TFSLEICAP-HELDLEI.
           MOVE     WS-DATE-8           TO TFSLEICAP-LSTDTE.
           MOVE     WK-N-LEIC-PARALNO   TO TFSLEICAP-PARALNO.
           MOVE     WK-N-LEIC-SEQNUM    TO TFSLEICAP-SEQNUM.
           MOVE     WK-C-LEIC-SRCMSG    TO TFSLEICAP-SRCMSG.
           IF       WK-C-LEIC-STATUS = "M"
                    MOVE ZERO           TO TFSLEICAP-MISCNT
           ELSE
              IF    WK-C-LEIC-STATUS = "X"
                    ADD  1              TO TFSLEICAP-MISCNT
              END-IF
           END-IF.

       C019-SET-CAPTURE-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXLEIC ***************
      ******************************************************************

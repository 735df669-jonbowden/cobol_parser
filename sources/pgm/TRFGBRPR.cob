      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGBRPR.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  BULK REPAIR REQUESTS UNDER DUAL CONTROL. WHEN A
      *               CORRESPONDENT CHANGES A BIC OR A PARAMETER GOES
      *               WRONG OVERNIGHT, HUNDREDS OF REPAIR ITEMS SHARE
      *               ONE RFTRRSN REASON AND ONE BAD FIELD VALUE.
      *               CALLED FROM THE OPS FRONT END WITH AN ACTION
      *               CODE:
      *                 SUB - MAKER SUBMITS THE SELECTION (REASON
      *                       CODE, FIELD, BAD VALUE) AND THE ONE
      *                       CORRECTION; IT WAITS ON TFSBRPND
      *                 APP - A SECOND OFFICER (BRPRAPPR AUTHORITY)
      *                       APPROVES IT; GHBLKRPR THEN CORRECTS AND
      *                       RELEASES EVERY MATCHING ITEM THROUGH
      *                       TRFGRRLS AND LISTS THE OUTCOMES
      *                 REJ - A SECOND OFFICER REJECTS IT WITH A
      *                       COMMENT BACK TO THE MAKER
      *               THE DECIDING OFFICER MUST DIFFER FROM THE MAKER.
      *NOTE        :  MODELLED ON TRFGBTPL.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BRPR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBRPND ASSIGN TO DATABASE-TFSBRPND
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBRPND
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBRPND-REC.
       01  TFSBRPND-REC.
           COPY DDS-ALL-FORMATS OF TFSBRPND.
       01  TFSBRPND-REC-1.
           COPY TFSBRPND.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGBRPR  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-BRID             PIC 9(08)  VALUE ZEROES.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VBRPR.
       EJECT
       PROCEDURE DIVISION USING WK-C-VBRPR-RECORD.
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

           MOVE     SPACES              TO WK-C-VBRPR-OUTPUT.
           MOVE     ZEROES              TO WK-N-VBRPR-NEWBRID.

           IF       WK-C-VBRPR-ACTION NOT = "SUB"
                    AND WK-C-VBRPR-ACTION NOT = "APP"
                    AND WK-C-VBRPR-ACTION NOT = "REJ"
                    MOVE "SUP0026"      TO WK-C-VBRPR-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    DECIDING ON A BULK REPAIR IS A CONTROLLED FUNCTION -
      *    CENTRAL AUTHORITY DECIDES AND THE CHECK GOES TO TFSFNAUDT.
      *    SUBMITTING REMAINS OPEN TO ANY MAKER.
           IF       WK-C-VBRPR-ACTION = "APP"
                    OR WK-C-VBRPR-ACTION = "REJ"
                    INITIALIZE          WK-C-AUTH-RECORD
                    MOVE WK-C-VBRPR-USERID TO WK-C-AUTH-USERID
                    MOVE "BRPRAPPR"     TO WK-C-AUTH-FUNCTID
                    MOVE "TRFGBRPR"     TO WK-C-AUTH-SRCPGM
                    MOVE WK-N-VBRPR-BRID TO WK-C-AUTH-CONTEXT
                    CALL "TRFXAUTH"     USING WK-C-AUTH-RECORD
                    IF WK-C-AUTH-ALLOWED NOT = "Y"
                       MOVE "SUP0029"   TO WK-C-VBRPR-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           OPEN     I-O TFSBRPND.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-VBRPR-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           EVALUATE WK-C-VBRPR-ACTION
               WHEN "SUB"
                    PERFORM B000-SUBMIT-REQUEST
                       THRU B099-SUBMIT-REQUEST-EX
               WHEN "APP"
                    PERFORM C000-APPROVE-REQUEST
                       THRU C099-APPROVE-REQUEST-EX
               WHEN OTHER
                    PERFORM D000-REJECT-REQUEST
                       THRU D099-REJECT-REQUEST-EX
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-SUBMIT-REQUEST.
      *---------------------------------------------------------------*
      *    ONLY FIELDS GHBLKRPR KNOWS HOW TO SET CAN BE CORRECTED IN
      *    BULK - ANYTHING ELSE STAYS ITEM BY ITEM THROUGH TRFGRRLS.
           IF       WK-C-VBRPR-RSNCDE = SPACES
                    OR WK-C-VBRPR-NEWVAL = WK-C-VBRPR-OLDVAL
                    MOVE "SUP0265"      TO WK-C-VBRPR-ERROR-CD
                    GO TO B099-SUBMIT-REQUEST-EX.
           IF       WK-C-VBRPR-FLDNAME NOT = "TAG53"
                    AND WK-C-VBRPR-FLDNAME NOT = "TAG56"
                    AND WK-C-VBRPR-FLDNAME NOT = "TAG57"
                    AND WK-C-VBRPR-FLDNAME NOT = "TAG58"
                    AND WK-C-VBRPR-FLDNAME NOT = "TAG59"
                    AND WK-C-VBRPR-FLDNAME NOT = "PURP"
                    MOVE "SUP0265"      TO WK-C-VBRPR-ERROR-CD
                    GO TO B099-SUBMIT-REQUEST-EX.
           IF       WK-C-VBRPR-COMMENT = SPACES
                    MOVE "SUP0028"      TO WK-C-VBRPR-ERROR-CD
                    GO TO B099-SUBMIT-REQUEST-EX.

           MOVE     ZEROES              TO WS-BRID.
           PERFORM  B100-NEXT-BRID
              THRU  B199-NEXT-BRID-EX.
           IF       WK-C-VBRPR-ERROR-CD NOT = SPACES
                    GO TO B099-SUBMIT-REQUEST-EX.
           MOVE     WS-BRID             TO WK-N-VBRPR-NEWBRID.

       B099-SUBMIT-REQUEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-NEXT-BRID.
      *---------------------------------------------------------------*
      *    PROBE FORWARD TO A FREE NUMBER; THE WRITE SETTLES ANY RACE.
           ADD      1                   TO WS-BRID.
           INITIALIZE                   TFSBRPND-REC-1.
           MOVE     WS-BRID             TO TFSBRPND-BRID.
           READ     TFSBRPND KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO B100-NEXT-BRID.

           INITIALIZE                   TFSBRPND-REC-1.
           MOVE     WS-BRID             TO TFSBRPND-BRID.
           MOVE     "P"                 TO TFSBRPND-STATUS.
           MOVE     WK-C-VBRPR-RSNCDE   TO TFSBRPND-RSNCDE.
           MOVE     WK-C-VBRPR-FLDNAME  TO TFSBRPND-FLDNAME.
           MOVE     WK-C-VBRPR-OLDVAL   TO TFSBRPND-OLDVAL.
           MOVE     WK-C-VBRPR-NEWVAL   TO TFSBRPND-NEWVAL.
           MOVE     WK-C-VBRPR-COMMENT  TO TFSBRPND-REASON.
           MOVE     WK-C-VBRPR-USERID   TO TFSBRPND-MAKERID.
           MOVE     WS-DATE-8           TO TFSBRPND-MKDTE.
           MOVE     WS-TIME-6           TO TFSBRPND-MKTIME.
           WRITE    TFSBRPND-REC-1.
           IF       WK-C-DUPLICATE-KEY
                    GO TO B100-NEXT-BRID.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VBRPR-ERROR-CD
           END-IF.

       B199-NEXT-BRID-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-APPROVE-REQUEST.
      *---------------------------------------------------------------*
           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       WK-C-VBRPR-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REQUEST-EX.

      *    APPROVAL QUEUES THE REQUEST FOR GHBLKRPR, WHICH CORRECTS
      *    AND RELEASES THE ITEMS STILL MATCHING WHEN IT RUNS.
           MOVE     "A"                 TO TFSBRPND-STATUS.
           MOVE     WK-C-VBRPR-USERID   TO TFSBRPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSBRPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSBRPND-CKTIME.
           MOVE     WK-C-VBRPR-COMMENT  TO TFSBRPND-COMMENT.
           REWRITE  TFSBRPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VBRPR-ERROR-CD
           END-IF.

       C099-APPROVE-REQUEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-FETCH-PENDING.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSBRPND-REC-1.
           MOVE     WK-N-VBRPR-BRID     TO TFSBRPND-BRID.
           READ     TFSBRPND KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSBRPND-STATUS NOT = "P"
                    MOVE "SUP0027"      TO WK-C-VBRPR-ERROR-CD
                    GO TO C199-FETCH-PENDING-EX.
           IF       WK-C-VBRPR-USERID = TFSBRPND-MAKERID
                    MOVE "SUP0024"      TO WK-C-VBRPR-ERROR-CD
           END-IF.

       C199-FETCH-PENDING-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REJECT-REQUEST.
      *---------------------------------------------------------------*
      *    A REJECTION WITHOUT A COMMENT TELLS THE MAKER NOTHING.
           IF       WK-C-VBRPR-COMMENT = SPACES
                    MOVE "SUP0028"      TO WK-C-VBRPR-ERROR-CD
                    GO TO D099-REJECT-REQUEST-EX.

           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       WK-C-VBRPR-ERROR-CD NOT = SPACES
                    GO TO D099-REJECT-REQUEST-EX.

           MOVE     "R"                 TO TFSBRPND-STATUS.
           MOVE     WK-C-VBRPR-USERID   TO TFSBRPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSBRPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSBRPND-CKTIME.
           MOVE     WK-C-VBRPR-COMMENT  TO TFSBRPND-COMMENT.
           REWRITE  TFSBRPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VBRPR-ERROR-CD
           END-IF.

       D099-REJECT-REQUEST-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSBRPND.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGBRPR ***************
      ******************************************************************

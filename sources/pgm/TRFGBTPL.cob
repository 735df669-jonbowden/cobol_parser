      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGBTPL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  BENEFICIARY TEMPLATE MAINTENANCE UNDER DUAL
      *               CONTROL. CALLED FROM THE BRANCH FRONT END WITH AN
      *               ACTION CODE:
      *                 SUB - MAKER SUBMITS A NEW, CHANGED OR REMOVED
      *                       TEMPLATE FOR A DEBIT ACCOUNT; IT WAITS
      *                       ON TFSBENPND AND CANNOT BE USED YET
      *                 APP - A SECOND OFFICER (BTPLAPPR AUTHORITY)
      *                       APPLIES IT TO TFSBENTPL. A NEW OR
      *                       CHANGED TEMPLATE STARTS ITS COOLING-OFF
      *                       (BTPLCOOL DAYS) AND ITS FIRST USE IS
      *                       REPORTED AFRESH
      *                 REJ - A SECOND OFFICER REJECTS IT WITH A
      *                       COMMENT BACK TO THE MAKER
      *               THE DECIDING OFFICER MUST DIFFER FROM THE MAKER.
      *               EVERY ACTION IS WRITTEN TO TFSBENLOG FOR THE
      *               GHBTPRPT CHANGE REPORT.
      *NOTE        :  MODELLED ON TRFGMNT (MAKER-CHECKER PATTERN).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BTPL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSBENPND ASSIGN TO DATABASE-TFSBENPND
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBENTPL ASSIGN TO DATABASE-TFSBENTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBENLOG ASSIGN TO DATABASE-TFSBENLOG
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSBENPND
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBENPND-REC.
       01  TFSBENPND-REC.
           COPY DDS-ALL-FORMATS OF TFSBENPND.
       01  TFSBENPND-REC-1.
           COPY TFSBENPND.
       FD  TFSBENTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBENTPL-REC.
       01  TFSBENTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSBENTPL.
       01  TFSBENTPL-REC-1.
           COPY TFSBENTPL.
       FD  TFSBENLOG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBENLOG-REC.
       01  TFSBENLOG-REC.
           COPY DDS-ALL-FORMATS OF TFSBENLOG.
       01  TFSBENLOG-REC-1.
           COPY TFSBENLOG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGBTPL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY XPARA.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-NEW-IMAGE        PIC X(300).
       01  WS-OLD-IMAGE        PIC X(300).
       01  WS-LIVE-EXISTS-SW   PIC X(01).
           88 WS-LIVE-EXISTS              VALUE "Y".
       01  WS-PND-EXISTS-SW    PIC X(01).
           88 WS-PND-EXISTS               VALUE "Y".
      * COOLING-OFF LENGTH (TRFXPARA) - A PARAMETER NOT SET KEEPS ITS
      * DEFAULT.
       01  WS-COOL-DAYS        PIC 9(03) VALUE 1.
      *                        BTPLCOOL - CALENDAR DAYS OF COOLING-OFF
       01  WS-COOLDTE          PIC S9(08).
       01  WS-LOG-EVENT        PIC X(03).
      * THE TEMPLATE IMAGE BEING WORKED ON, FOR ITS FIELDS.
       01  WS-TPL-WORK.
           COPY TFSBENTPL.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY BTPL.
       EJECT
       PROCEDURE DIVISION USING WK-C-BTPL-RECORD.
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

           MOVE     SPACES              TO WK-C-BTPL-OUTPUT.
           MOVE     ZEROES              TO WK-N-BTPL-COOLDTE.

           IF       WK-C-BTPL-DRACCNO = SPACES
                    OR WK-C-BTPL-TPLID = SPACES
                    MOVE "SUP0026"      TO WK-C-BTPL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSBENPND.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    DECIDING ON A TEMPLATE CHANGE IS A CONTROLLED FUNCTION -
      *    CENTRAL AUTHORITY DECIDES AND THE CHECK GOES TO TFSFNAUDT.
      *    SUBMITTING REMAINS OPEN TO ANY MAKER.
           IF       WK-C-BTPL-ACTION = "APP"
                    OR WK-C-BTPL-ACTION = "REJ"
                    INITIALIZE          WK-C-AUTH-RECORD
                    MOVE WK-C-BTPL-USERID TO WK-C-AUTH-USERID
                    MOVE "BTPLAPPR"     TO WK-C-AUTH-FUNCTID
                    MOVE "TRFGBTPL"     TO WK-C-AUTH-SRCPGM
                    MOVE WK-C-BTPL-DRACCNO TO WK-C-AUTH-CONTEXT
                    CALL "TRFXAUTH"     USING WK-C-AUTH-RECORD
                    IF WK-C-AUTH-ALLOWED NOT = "Y"
                       MOVE "SUP0029"   TO WK-C-BTPL-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           EVALUATE WK-C-BTPL-ACTION
               WHEN "SUB"
                    PERFORM B000-SUBMIT-CHANGE
                       THRU B099-SUBMIT-CHANGE-EX
               WHEN "APP"
                    PERFORM C000-APPROVE-CHANGE
                       THRU C099-APPROVE-CHANGE-EX
               WHEN "REJ"
                    PERFORM D000-REJECT-CHANGE
                       THRU D099-REJECT-CHANGE-EX
               WHEN OTHER
                    MOVE "SUP0026"      TO WK-C-BTPL-ERROR-CD
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-SUBMIT-CHANGE.
      *---------------------------------------------------------------*
           IF       WK-C-BTPL-FILEACT NOT = "A"
                    AND WK-C-BTPL-FILEACT NOT = "C"
                    AND WK-C-BTPL-FILEACT NOT = "D"
                    MOVE "SUP0026"      TO WK-C-BTPL-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.

           PERFORM  B100-READ-LIVE
              THRU  B199-READ-LIVE-EX.
           IF       WK-C-BTPL-ERROR-CD NOT = SPACES
                    GO TO B099-SUBMIT-CHANGE-EX.
           IF       (WK-C-BTPL-FILEACT = "A" AND WS-LIVE-EXISTS)
                    OR (WK-C-BTPL-FILEACT NOT = "A"
                    AND NOT WS-LIVE-EXISTS)
                    MOVE "SUP0026"      TO WK-C-BTPL-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.

      *    A REMOVAL CARRIES THE LIVE IMAGE; AN ADD OR CHANGE CARRIES
      *    THE MAKER'S, UNDER THE TEMPLATE KEY IT WAS SUBMITTED FOR.
      *    A TEMPLATE WITHOUT BANK, ACCOUNT OR NAME COULD NOT PAY.
           IF       WK-C-BTPL-FILEACT = "D"
                    MOVE WS-OLD-IMAGE   TO WS-NEW-IMAGE
           ELSE
                    MOVE WK-C-BTPL-TPLDATA TO TFSBENTPL-RECORD
                                           OF WS-TPL-WORK
                    MOVE WK-C-BTPL-DRACCNO TO TFSBENTPL-DRACCNO
                                           OF WS-TPL-WORK
                    MOVE WK-C-BTPL-TPLID TO TFSBENTPL-TPLID
                                           OF WS-TPL-WORK
                    IF TFSBENTPL-RCBNKID OF WS-TPL-WORK = SPACES
                       OR TFSBENTPL-BENACC OF WS-TPL-WORK = SPACES
                       OR TFSBENTPL-BENNM OF WS-TPL-WORK = SPACES
                       MOVE "SUP0026"   TO WK-C-BTPL-ERROR-CD
                       GO TO B099-SUBMIT-CHANGE-EX
                    END-IF
                    MOVE TFSBENTPL-RECORD OF WS-TPL-WORK
                                        TO WS-NEW-IMAGE
           END-IF.

           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       WS-PND-EXISTS
                    AND TFSBENPND-STATUS = "P"
                    MOVE "SUP0255"      TO WK-C-BTPL-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.

           INITIALIZE                   TFSBENPND-REC-1.
           MOVE     WK-C-BTPL-DRACCNO   TO TFSBENPND-DRACCNO.
           MOVE     WK-C-BTPL-TPLID     TO TFSBENPND-TPLID.
           MOVE     WK-C-BTPL-FILEACT   TO TFSBENPND-ACTION.
           MOVE     "P"                 TO TFSBENPND-STATUS.
           MOVE     WS-NEW-IMAGE        TO TFSBENPND-NEWDATA.
           MOVE     WK-C-BTPL-USERID    TO TFSBENPND-MAKERID.
           MOVE     WS-DATE-8           TO TFSBENPND-MKDTE.
           MOVE     WS-TIME-6           TO TFSBENPND-MKTIME.
           IF       WS-PND-EXISTS
                    REWRITE TFSBENPND-REC-1
           ELSE
                    WRITE TFSBENPND-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.

           MOVE     "SUB"               TO WS-LOG-EVENT.
           PERFORM  F000-WRITE-LOG
              THRU  F099-WRITE-LOG-EX.

       B099-SUBMIT-CHANGE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-READ-LIVE.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-LIVE-EXISTS-SW.
           MOVE     SPACES              TO WS-OLD-IMAGE.
           OPEN     INPUT TFSBENTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO B199-READ-LIVE-EX.
           INITIALIZE                   TFSBENTPL-REC-1.
           MOVE     WK-C-BTPL-DRACCNO   TO TFSBENTPL-DRACCNO
                                        OF TFSBENTPL-REC-1.
           MOVE     WK-C-BTPL-TPLID     TO TFSBENTPL-TPLID
                                        OF TFSBENTPL-REC-1.
           READ     TFSBENTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-LIVE-EXISTS-SW
                    MOVE TFSBENTPL-RECORD OF TFSBENTPL-REC-1
                                        TO WS-OLD-IMAGE
           END-IF.
           CLOSE    TFSBENTPL.

       B199-READ-LIVE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-APPROVE-CHANGE.
      *---------------------------------------------------------------*
           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       NOT WS-PND-EXISTS
                    OR TFSBENPND-STATUS NOT = "P"
                    MOVE "SUP0027"      TO WK-C-BTPL-ERROR-CD
                    GO TO C099-APPROVE-CHANGE-EX.

           IF       WK-C-BTPL-USERID = TFSBENPND-MAKERID
                    MOVE "SUP0024"      TO WK-C-BTPL-ERROR-CD
                    GO TO C099-APPROVE-CHANGE-EX.

           PERFORM  C200-GET-COOL-POLICY
              THRU  C299-GET-COOL-POLICY-EX.
           PERFORM  E000-APPLY-TEMPLATE
              THRU  E099-APPLY-TEMPLATE-EX.
           IF       WK-C-BTPL-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-CHANGE-EX.

           MOVE     "A"                 TO TFSBENPND-STATUS.
           MOVE     WK-C-BTPL-USERID    TO TFSBENPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSBENPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSBENPND-CKTIME.
           REWRITE  TFSBENPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO C099-APPROVE-CHANGE-EX.

           MOVE     "APP"               TO WS-LOG-EVENT.
           PERFORM  F000-WRITE-LOG
              THRU  F099-WRITE-LOG-EX.
           IF       TFSBENPND-ACTION NOT = "D"
                    MOVE WS-COOLDTE     TO WK-N-BTPL-COOLDTE.

       C099-APPROVE-CHANGE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-FETCH-PENDING.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-PND-EXISTS-SW.
           INITIALIZE                   TFSBENPND-REC-1.
           MOVE     WK-C-BTPL-DRACCNO   TO TFSBENPND-DRACCNO.
           MOVE     WK-C-BTPL-TPLID     TO TFSBENPND-TPLID.
           READ     TFSBENPND KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-PND-EXISTS-SW
           END-IF.

       C199-FETCH-PENDING-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-GET-COOL-POLICY.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "BTPLCOOL"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM NOT < ZERO
                    AND WK-N-XPARA-PARANUM < 1000
                    MOVE WK-N-XPARA-PARANUM TO WS-COOL-DAYS.

           COMPUTE  WS-COOLDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-DATE-8)
                     + WS-COOL-DAYS).

       C299-GET-COOL-POLICY-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REJECT-CHANGE.
      *---------------------------------------------------------------*
           IF       WK-C-BTPL-COMMENT = SPACES
      *    A REJECTION WITHOUT A COMMENT TELLS THE MAKER NOTHING.
                    MOVE "SUP0028"      TO WK-C-BTPL-ERROR-CD
                    GO TO D099-REJECT-CHANGE-EX.

           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       NOT WS-PND-EXISTS
                    OR TFSBENPND-STATUS NOT = "P"
                    MOVE "SUP0027"      TO WK-C-BTPL-ERROR-CD
                    GO TO D099-REJECT-CHANGE-EX.

           IF       WK-C-BTPL-USERID = TFSBENPND-MAKERID
                    MOVE "SUP0024"      TO WK-C-BTPL-ERROR-CD
                    GO TO D099-REJECT-CHANGE-EX.

           MOVE     "R"                 TO TFSBENPND-STATUS.
           MOVE     WK-C-BTPL-USERID    TO TFSBENPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSBENPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSBENPND-CKTIME.
           MOVE     WK-C-BTPL-COMMENT   TO TFSBENPND-COMMENT.
           REWRITE  TFSBENPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO D099-REJECT-CHANGE-EX.

           MOVE     TFSBENPND-NEWDATA   TO WS-NEW-IMAGE.
           MOVE     SPACES              TO WS-OLD-IMAGE.
           MOVE     "REJ"               TO WS-LOG-EVENT.
           PERFORM  F000-WRITE-LOG
              THRU  F099-WRITE-LOG-EX.

       D099-REJECT-CHANGE-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-APPLY-TEMPLATE.
      *---------------------------------------------------------------*
      *    THE APPROVED DETAILS GO LIVE IN COOLING-OFF, AND THE NEXT
      *    PAYMENT FROM THE TEMPLATE COUNTS AS ITS FIRST USE AGAIN -
      *    A CHANGED BENEFICIARY IS WATCHED LIKE A NEW ONE.
      *---------------------------------------------------------------*
           OPEN     I-O TFSBENTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO E099-APPLY-TEMPLATE-EX.

           MOVE     TFSBENPND-NEWDATA   TO WS-NEW-IMAGE.
           MOVE     SPACES              TO WS-OLD-IMAGE.
           MOVE     WS-NEW-IMAGE        TO TFSBENTPL-RECORD
                                        OF TFSBENTPL-REC-1.
           READ     TFSBENTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-LIVE-EXISTS-SW
                    MOVE TFSBENTPL-RECORD OF TFSBENTPL-REC-1
                                        TO WS-OLD-IMAGE
           ELSE
                    MOVE "N"            TO WS-LIVE-EXISTS-SW
           END-IF.

           EVALUATE TFSBENPND-ACTION
               WHEN "D"
                    IF WS-LIVE-EXISTS
                       DELETE TFSBENTPL RECORD
                    END-IF
               WHEN OTHER
                    MOVE WS-NEW-IMAGE   TO TFSBENTPL-RECORD
                                        OF TFSBENTPL-REC-1
                    MOVE "A"            TO TFSBENTPL-STATUS
                                        OF TFSBENTPL-REC-1
                    MOVE WS-COOLDTE     TO TFSBENTPL-COOLDTE
                                        OF TFSBENTPL-REC-1
                    MOVE WS-DATE-8      TO TFSBENTPL-CHGDTE
                                        OF TFSBENTPL-REC-1
                    MOVE TFSBENPND-MAKERID TO TFSBENTPL-MAKERID
                                        OF TFSBENTPL-REC-1
                    MOVE WK-C-BTPL-USERID TO TFSBENTPL-APPRUSER
                                        OF TFSBENTPL-REC-1
                    MOVE ZEROES         TO TFSBENTPL-FRSTUSEDTE
                                        OF TFSBENTPL-REC-1
                                           TFSBENTPL-FRSTOUTQ
                                        OF TFSBENTPL-REC-1
                    MOVE TFSBENTPL-RECORD OF TFSBENTPL-REC-1
                                        TO WS-NEW-IMAGE
                    IF WS-LIVE-EXISTS
                       REWRITE TFSBENTPL-REC-1
                    ELSE
                       WRITE TFSBENTPL-REC-1
                    END-IF
           END-EVALUATE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
           END-IF.

           CLOSE    TFSBENTPL.

       E099-APPLY-TEMPLATE-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-WRITE-LOG.
      *---------------------------------------------------------------*
      *    WS-LOG-EVENT IS SET BY THE CALLER. THE TRAIL IS KEPT
      *    FOR THE CHANGE REPORT - A FAILURE TO WRITE IT FAILS THE
      *    ACTION SO NOTHING IS APPLIED UNSEEN.
      *---------------------------------------------------------------*
           MOVE     WS-NEW-IMAGE        TO TFSBENTPL-RECORD
                                        OF WS-TPL-WORK.
           INITIALIZE                   TFSBENLOG-REC-1.
           MOVE     WS-LOG-EVENT        TO TFSBENLOG-EVENT.
           MOVE     WS-DATE-8           TO TFSBENLOG-LOGDTE.
           MOVE     WS-TIME-6           TO TFSBENLOG-LOGTIME.
           MOVE     WK-C-BTPL-DRACCNO   TO TFSBENLOG-DRACCNO.
           MOVE     WK-C-BTPL-TPLID     TO TFSBENLOG-TPLID.
           MOVE     TFSBENPND-ACTION    TO TFSBENLOG-FILEACT.
           MOVE     WK-C-BTPL-USERID    TO TFSBENLOG-USERID.
           MOVE     TFSBENTPL-BENACC OF WS-TPL-WORK
                                        TO TFSBENLOG-NEWBENACC.
           MOVE     TFSBENTPL-RCBNKID OF WS-TPL-WORK
                                        TO TFSBENLOG-NEWRCBNKID.
           MOVE     WS-OLD-IMAGE        TO TFSBENTPL-RECORD
                                        OF WS-TPL-WORK.
           MOVE     TFSBENTPL-BENACC OF WS-TPL-WORK
                                        TO TFSBENLOG-OLDBENACC.
           MOVE     TFSBENTPL-RCBNKID OF WS-TPL-WORK
                                        TO TFSBENLOG-OLDRCBNKID.
           MOVE     WK-C-BTPL-COMMENT   TO TFSBENLOG-COMMENT.

           OPEN     EXTEND TFSBENLOG.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
                    GO TO F099-WRITE-LOG-EX.
           WRITE    TFSBENLOG-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BTPL-ERROR-CD
           END-IF.
           CLOSE    TFSBENLOG.

       F099-WRITE-LOG-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSBENPND.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGBTPL ***************
      ******************************************************************

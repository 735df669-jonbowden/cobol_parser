      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGOCTL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  SECOND-OFFICER DECISION ON OUTWARD INSTRUCTIONS
      *               HELD BY THE TRFGOUTD PAYMENT CONTROLS. A
      *               TFSOUTQ INSTRUCTION CAUGHT BY A CONTROL SITS ON
      *               THE TFSOCTLQ QUEUE (PRCIND "V") AND IS NOT
      *               SENT. AN OFFICER WITH THE OCTLRLSE AUTHORITY -
      *               NEVER THE USER WHO CAPTURED IT - EITHER
      *               RELEASES IT (REL: BACK TO UNPROCESSED, AND THE
      *               NEXT TRFGOUTD SWEEP SENDS IT WITHOUT RE-RUNNING
      *               THE CONTROLS) OR REJECTS IT (REJ: TO REPAIR
      *               UNDER RSN0415 WITH THE OFFICER'S REASON). THE
      *               DECISION IS LOGGED WITH USER AND TIMESTAMP.
      *NOTE        :  MODELLED ON TRFGVRFY.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OCTL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSOCTLQ ASSIGN TO DATABASE-TFSOCTLQ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSOCTLQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOCTLQ-REC.
       01  TFSOCTLQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOCTLQ.
       01  TFSOCTLQ-REC-1.
           COPY TFSOCTLQ.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGOCTL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY RRSN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-AUTH-OK-SW       PIC X(01).
           88 WS-AUTH-OK                  VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY OCTL.
       EJECT
       PROCEDURE DIVISION USING WK-C-OCTL-RECORD.
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
           MOVE     SPACES              TO WK-C-OCTL-OUTPUT.

           IF       WK-C-OCTL-ACTION NOT = "REL"
                    AND WK-C-OCTL-ACTION NOT = "REJ"
                    MOVE "SUP0037"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       WK-C-OCTL-ACTION = "REJ"
                    AND WK-C-OCTL-NOTE = SPACES
                    MOVE "SUP0252"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-CHECK-AUTHORITY
              THRU  B099-CHECK-AUTHORITY-EX.
           IF       NOT WS-AUTH-OK
                    MOVE "SUP0029"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSOCTLQ  TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSOCTLQ-REC-1.
           MOVE     WK-N-OCTL-OUTQNO    TO TFSOCTLQ-OUTQNO.
           MOVE     WK-N-OCTL-SEQNUM    TO TFSOCTLQ-SEQNUM.
           READ     TFSOCTLQ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSOCTLQ-CTLSTAT NOT = SPACE
                    MOVE "SUP0037"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    THE SECOND PAIR OF EYES MUST BE A SECOND PERSON.
           IF       WK-C-OCTL-USERID = TFSOCTLQ-CAPUSER
                    MOVE "SUP0024"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSOUTQ-REC-1.
           MOVE     WK-N-OCTL-OUTQNO    TO TFSOUTQ-OUTQNO.
           MOVE     WK-N-OCTL-SEQNUM    TO TFSOUTQ-SEQNUM.
           READ     TFSOUTQ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSOUTQ-PRCIND NOT = "V"
                    MOVE "SUP0037"      TO WK-C-OCTL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-OCTL-ACTION = "REL"
                    PERFORM C100-RELEASE
                       THRU C199-RELEASE-EX
           ELSE
                    PERFORM C200-REJECT
                       THRU C299-REJECT-EX
           END-IF.

           IF       WK-C-OCTL-ERROR-CD = SPACES
                    MOVE TFSOCTLQ-CTLSTAT TO WK-C-OCTL-OUT-STAT
                    MOVE TFSOCTLQ-CTLRSN  TO WK-C-OCTL-OUT-RSN
           END-IF.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-CHECK-AUTHORITY.
      *---------------------------------------------------------------*
      *    RELEASE AND REJECT ARE ONE FUNCTION ON THE CENTRAL
      *    TFSFNAUTH TABLE - NOT OPEN BY DEFAULT, AND THE CHECK LANDS
      *    ON THE CONSOLIDATED TFSFNAUDT TRAIL.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-AUTH-OK-SW.
           INITIALIZE                   WK-C-AUTH-RECORD.
           MOVE     WK-C-OCTL-USERID    TO WK-C-AUTH-USERID.
           MOVE     "OCTLRLSE"          TO WK-C-AUTH-FUNCTID.
           MOVE     "TRFGOCTL"          TO WK-C-AUTH-SRCPGM.
           MOVE     WK-N-OCTL-OUTQNO    TO WK-C-AUTH-CONTEXT.
           CALL     "TRFXAUTH"          USING WK-C-AUTH-RECORD.
           IF       WK-C-AUTH-ALLOWED = "Y"
                    MOVE "Y"            TO WS-AUTH-OK-SW.

       B099-CHECK-AUTHORITY-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-RELEASE.
      *---------------------------------------------------------------*
      *    BACK TO UNPROCESSED. TRFGOUTD SEES THE RELEASED CTLSTAT
      *    "R" ROW AND SENDS THE ITEM WITHOUT HOLDING IT AGAIN.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO TFSOUTQ-PRCIND.
           MOVE     SPACE               TO TFSOUTQ-STRIND.
           REWRITE  TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-OCTL-ERROR-CD
                    GO TO C199-RELEASE-EX.

           MOVE     "R"                 TO TFSOCTLQ-CTLSTAT.
           PERFORM  D000-LOG-DECISION
              THRU  D099-LOG-DECISION-EX.

       C199-RELEASE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-REJECT.
      *---------------------------------------------------------------*
      *    THE INSTRUCTION GOES TO REPAIR LIKE ANY OTHER TRFGOUTD
      *    FAILURE, WITH THE OFFICER'S REASON ON RFTRRSN.
      *---------------------------------------------------------------*
           MOVE     "R"                 TO TFSOUTQ-PRCIND.
           MOVE     SPACE               TO TFSOUTQ-STRIND.
           REWRITE  TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-OCTL-ERROR-CD
                    GO TO C299-REJECT-EX.

           INITIALIZE                   WK-C-RRSN-RECORD.
           MOVE     TFSOUTQ-OUTQNO      TO WK-C-RRSN-QUENUM.
           MOVE     TFSOUTQ-SEQNUM      TO WK-C-RRSN-QUESUF.
           MOVE     "TRFGOCTL"          TO WK-C-RRSN-FUNCTID.
           MOVE     "RSN0415"           TO WK-C-RRSN-RSNCDE.
           MOVE     WK-C-OCTL-NOTE      TO WK-C-RRSN-RSNDESC.
           MOVE     WS-DATE-8           TO WK-C-RRSN-RPRDTE.
           MOVE     WS-TIME-6           TO WK-C-RRSN-RPRTIME.
           MOVE     "TRFGOCTL"          TO WK-C-RRSN-RPRPGM.
           CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.

           MOVE     "J"                 TO TFSOCTLQ-CTLSTAT.
           PERFORM  D000-LOG-DECISION
              THRU  D099-LOG-DECISION-EX.

       C299-REJECT-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-LOG-DECISION.
      *---------------------------------------------------------------*
           MOVE     WK-C-OCTL-USERID    TO TFSOCTLQ-RLSUSRID.
           MOVE     WS-DATE-8           TO TFSOCTLQ-RLSDTE.
           MOVE     WS-TIME-6           TO TFSOCTLQ-RLSTIME.
           REWRITE  TFSOCTLQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-OCTL-ERROR-CD.

       D099-LOG-DECISION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSOCTLQ  TFSOUTQ.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGOCTL ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGTRDQ.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  TRADE DESK DISPOSITION OF AN INWARD ITEM PARKED
      *               ON THE TRADE-SETTLEMENT QUEUE (TFSSTPL PRCIND
      *               "T", TFSTRDQUE ROW) BECAUSE IT QUOTED AN OPEN
      *               TRADE REFERENCE. SET RECORDS THAT THE DESK HAS
      *               SETTLED IT AGAINST THE REFERENCE IN THE TRADE
      *               SYSTEM - THE ITEM STAYS OFF THE CUSTOMER FLOW.
      *               REL RETURNS AN ITEM THAT IS NOT A TRADE PAYMENT
      *               TO THE UNPROCESSED QUEUE (PRCIND SPACE); THE
      *               DRIVER, SEEING THE RELEASED DISPSTAT "R" ROW,
      *               CREDITS IT NORMALLY INSTEAD OF RE-QUEUEING IT.
      *               THE DECISION, USER AND DATE ARE RECORDED ON THE
      *               TFSTRDQUE ROW. TRDQDISP AUTHORITY REQUIRED.
      *NOTE        :  MODELLED ON TRFGVRFY AND TRFGDUPD.
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
           SELECT TFSTRDQUE ASSIGN TO DATABASE-TFSTRDQUE
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSTRDQUE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSTRDQUE-REC.
       01  TFSTRDQUE-REC.
           COPY DDS-ALL-FORMATS OF TFSTRDQUE.
       01  TFSTRDQUE-REC-1.
           COPY TFSTRDQUE.
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
           "** PROGRAM TRFGTRDQ  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY SHST.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VTRDQ.
       EJECT
       PROCEDURE DIVISION USING WK-C-VTRDQ-RECORD.
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
           MOVE     SPACES              TO WK-C-VTRDQ-OUTPUT.

           IF       WK-C-VTRDQ-ACTION NOT = "SET"
                    AND WK-C-VTRDQ-ACTION NOT = "REL"
                    MOVE "SUP0261"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   WK-C-AUTH-RECORD.
           MOVE     WK-C-VTRDQ-USERID   TO WK-C-AUTH-USERID.
           MOVE     "TRDQDISP"          TO WK-C-AUTH-FUNCTID.
           MOVE     "TRFGTRDQ"          TO WK-C-AUTH-SRCPGM.
           MOVE     WK-N-VTRDQ-PARALNO  TO WK-C-AUTH-CONTEXT.
           CALL     "TRFXAUTH"          USING WK-C-AUTH-RECORD.
           IF       WK-C-AUTH-ALLOWED NOT = "Y"
                    MOVE "SUP0029"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSTRDQUE  TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSTRDQUE-REC-1.
           MOVE     WK-N-VTRDQ-PARALNO  TO TFSTRDQUE-PARALNO.
           MOVE     WK-N-VTRDQ-SEQNUM   TO TFSTRDQUE-SEQNUM.
           READ     TFSTRDQUE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSTRDQUE-DISPSTAT NOT = SPACE
                    MOVE "SUP0261"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     WK-N-VTRDQ-PARALNO  TO TFSSPTL-PARALNO.
           MOVE     WK-N-VTRDQ-SEQNUM   TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSSPTL-PRCIND NOT = "T"
                    MOVE "SUP0261"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-VTRDQ-ACTION = "SET"
                    MOVE "S"            TO TFSTRDQUE-DISPSTAT
           ELSE
                    PERFORM B000-RELEASE-ITEM
                       THRU B099-RELEASE-ITEM-EX
                    IF WK-C-VTRDQ-ERROR-CD NOT = SPACES
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
                    MOVE "R"            TO TFSTRDQUE-DISPSTAT
           END-IF.

           MOVE     WK-C-VTRDQ-USERID   TO TFSTRDQUE-DISPUSRID.
           MOVE     WS-DATE-8           TO TFSTRDQUE-DISPDTE.
           REWRITE  TFSTRDQUE-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VTRDQ-ERROR-CD
           END-IF.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-RELEASE-ITEM.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO TFSSPTL-PRCIND.
           MOVE     SPACE               TO TFSSPTL-STRIND.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VTRDQ-ERROR-CD
                    GO TO B099-RELEASE-ITEM-EX.

           INITIALIZE                   WK-C-SHST-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-SHST-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-SHST-SEQNUM.
           MOVE     "T"                 TO WK-C-SHST-OLDPRC.
           MOVE     SPACE               TO WK-C-SHST-NEWPRC.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-OLDSTR.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-NEWSTR.
           MOVE     "TRFGTRDQ"          TO WK-C-SHST-PGMID.
           MOVE     WK-C-VTRDQ-USERID   TO WK-C-SHST-USERID.
           CALL     "TRFXSHST"          USING WK-C-SHST-RECORD.

       B099-RELEASE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSTRDQUE  TFSSTPL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGTRDQ ***************
      ******************************************************************

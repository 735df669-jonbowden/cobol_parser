      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGBCNT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  BENEFICIARY-CONTACT OUTCOME ON ONE INWARD MT103
      *               PARKED BY THE VALIDATION DRIVER BECAUSE ITS FIELD
      *               23E ASKED FOR THE BENEFICIARY TO BE CONTACTED
      *               (PHOB/TELB) OR THE FUNDS HELD UNTIL THEY CALL
      *               (HOLD). CALLED FROM THE ONLINE QUEUE MAINTENANCE
      *               FUNCTION WITH AN ACTION CODE:
      *                 CON - CONTACT MADE; THE TFSBCNTQ ROW CLOSES
      *                       "C" AND THE ITEM GOES BACK TO PRCIND
      *                       SPACE, WHERE THE DRIVER LETS IT THROUGH
      *                       TO STP
      *                 FAL - CONTACT COULD NOT BE MADE; THE ROW
      *                       CLOSES "F" AND THE ITEM GOES BACK TO
      *                       PRCIND SPACE, WHERE THE DRIVER SENDS IT
      *                       TO REPAIR UNDER RSN0411
      *               RELEASING A HELD ITEM IS THE HLDRLSE FUNCTION,
      *               CHECKED THROUGH TRFXAUTH; THE FLAG MOVE IS LOGGED
      *               THROUGH TRFXSHST WITH THE ACTING OFFICER.
      *NOTE        :  MODELLED ON TRFGHOLD.
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
           SELECT TFSBCNTQ ASSIGN TO DATABASE-TFSBCNTQ
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
       FD  TFSBCNTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBCNTQ-REC.
       01  TFSBCNTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSBCNTQ.
       01  TFSBCNTQ-REC-1.
           COPY TFSBCNTQ.
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
           "** PROGRAM TRFGBCNT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY SHST.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY BCNT.
       EJECT
       PROCEDURE DIVISION USING WK-C-BCNT-RECORD.
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

           MOVE     SPACES              TO WK-C-BCNT-OUTPUT.

           IF       WK-C-BCNT-ACTION NOT = "CON"
                    AND WK-C-BCNT-ACTION NOT = "FAL"
                    MOVE "SUP0023"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSBCNTQ  TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    EITHER OUTCOME RELEASES A HELD ITEM - A CONTROLLED FUNCTION.
           INITIALIZE                   WK-C-AUTH-RECORD.
           MOVE     WK-C-BCNT-USERID    TO WK-C-AUTH-USERID.
           MOVE     "HLDRLSE"           TO WK-C-AUTH-FUNCTID.
           MOVE     "TRFGBCNT"          TO WK-C-AUTH-SRCPGM.
           MOVE     WK-N-BCNT-PARALNO   TO WK-C-AUTH-CONTEXT.
           CALL     "TRFXAUTH"          USING WK-C-AUTH-RECORD.
           IF       WK-C-AUTH-ALLOWED NOT = "Y"
                    MOVE "SUP0029"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSBCNTQ-REC-1.
           MOVE     WK-N-BCNT-PARALNO   TO TFSBCNTQ-PARALNO.
           MOVE     WK-N-BCNT-SEQNUM    TO TFSBCNTQ-SEQNUM.
           READ     TFSBCNTQ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSBCNTQ-STATUS NOT = "O"
                    MOVE "SUP0023"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     WK-N-BCNT-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     WK-N-BCNT-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0021"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       TFSSPTL-PRCIND NOT = "H"
                    MOVE "SUP0022"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    THE CONTACT ROW CLOSES FIRST - THE DRIVER DECIDES STP OR
      *    REPAIR FROM IT WHEN THE RELEASED ITEM COMES ROUND AGAIN.
           IF       WK-C-BCNT-ACTION = "CON"
                    MOVE "C"            TO TFSBCNTQ-STATUS
           ELSE
                    MOVE "F"            TO TFSBCNTQ-STATUS
           END-IF.
           MOVE     WK-C-BCNT-USERID    TO TFSBCNTQ-USERID.
           MOVE     WS-DATE-8           TO TFSBCNTQ-ACTDTE.
           MOVE     WS-TIME-6           TO TFSBCNTQ-ACTTIME.
           MOVE     WK-C-BCNT-NOTE      TO TFSBCNTQ-NOTE.
           REWRITE  TFSBCNTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     SPACE               TO TFSSPTL-PRCIND.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-BCNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  X800-LOG-STATUS
              THRU  X899-LOG-STATUS-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       X800-LOG-STATUS.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-SHST-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-SHST-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-SHST-SEQNUM.
           MOVE     "H"                 TO WK-C-SHST-OLDPRC.
           MOVE     SPACE               TO WK-C-SHST-NEWPRC.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-OLDSTR.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-NEWSTR.
           MOVE     "TRFGBCNT"          TO WK-C-SHST-PGMID.
           MOVE     WK-C-BCNT-USERID    TO WK-C-SHST-USERID.
           CALL     "TRFXSHST"          USING WK-C-SHST-RECORD.

       X899-LOG-STATUS-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSBCNTQ  TFSSTPL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGBCNT ***************
      ******************************************************************

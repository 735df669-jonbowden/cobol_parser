      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGRCRT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  QUARTERLY ACCESS RECERTIFICATION DECISION.
      *               CALLED FROM THE OPS FRONT END BY A MANAGER
      *               WORKING THROUGH THEIR GHFNRCRT EXTRACT, WITH AN
      *               ACTION CODE:
      *                 KEP - KEEP THE STAFF MEMBER'S TFSFNAUTH RIGHT
      *                 REV - REVOKE IT (REASON MANDATORY); THE
      *                       GHFNRCRT APPLY RUN DENIES IT ON TFSFNAUTH
      *               ONLY THE MANAGER THE LINE WAS EXTRACTED FOR MAY
      *               DECIDE IT, NEVER ON THEIR OWN RIGHTS, AND ONLY
      *               UNTIL THE APPLY RUN HAS CLOSED IT. A LINE FOR A
      *               USER WITH NO MANAGER ("*NOMGR*") IS DECIDED BY A
      *               NAMED SECURITY OFFICER WITH RCRTSADM AUTHORITY.
      *NOTE        :  MODELLED ON TRFGBRPR.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  SODR02 - RISKOPS   - 15/10/2026 - "*NOMGR*" LINES ARE DECIDED
      *                        BY A SECURITY OFFICER CHECKED BY
      *                        TRFXAUTH (RCRTSADM) AND RECORDED AS THE
      *                        DECIDER, NOT BY PASSING THE LITERAL.
      *---------------------------------------------------------------*
      *  SODR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSRECRT ASSIGN TO DATABASE-TFSRECRT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSRECRT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRECRT-REC.
       01  TFSRECRT-REC.
           COPY DDS-ALL-FORMATS OF TFSRECRT.
       01  TFSRECRT-REC-1.
           COPY TFSRECRT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGRCRT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
SODR02 01  WS-DECUSRID         PIC X(10).

SODR02 COPY AUTH.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VRCRT.
       EJECT
       PROCEDURE DIVISION USING WK-C-VRCRT-RECORD.
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

           MOVE     SPACES              TO WK-C-VRCRT-OUTPUT.

           IF       WK-C-VRCRT-ACTION NOT = "KEP"
                    AND WK-C-VRCRT-ACTION NOT = "REV"
                    MOVE "SUP0026"      TO WK-C-VRCRT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

SODR02     MOVE     WK-C-VRCRT-MGRUSRID TO WS-DECUSRID.
SODR02     IF       WK-C-VRCRT-MGRUSRID = "*NOMGR*"
SODR02              PERFORM A050-CHECK-SECOFCR
SODR02                 THRU A059-CHECK-SECOFCR-EX
SODR02              IF WK-C-VRCRT-ERROR-CD NOT = SPACES
SODR02                 GO TO A099-MAIN-PROCESSING-EX
SODR02              END-IF
SODR02     ELSE
SODR02              IF WK-C-VRCRT-SECOFCR NOT = SPACES
SODR02                 MOVE "SUP0026"   TO WK-C-VRCRT-ERROR-CD
SODR02                 GO TO A099-MAIN-PROCESSING-EX
SODR02              END-IF
SODR02     END-IF.

      *    A MANAGER RECERTIFYING THEIR OWN ACCESS IS NO CHECK AT ALL.
           IF       WK-C-VRCRT-MGRUSRID = WK-C-VRCRT-USERID
                    MOVE "SUP0024"      TO WK-C-VRCRT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-VRCRT-ACTION = "REV"
                    AND WK-C-VRCRT-COMMENT = SPACES
                    MOVE "SUP0028"      TO WK-C-VRCRT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSRECRT.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-VRCRT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-RECORD-DECISION
              THRU  B099-RECORD-DECISION-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

SODR02*---------------------------------------------------------------*
SODR02 A050-CHECK-SECOFCR.
SODR02*---------------------------------------------------------------*
SODR02*    NO MANAGER TO ASK - SECURITY ADMINISTRATION DECIDES, BY A
SODR02*    NAMED OFFICER WHOSE AUTHORITY IS CHECKED CENTRALLY, AND IT
SODR02*    IS THAT OFFICER WHO IS RECORDED AGAINST THE LINE.
SODR02     IF       WK-C-VRCRT-SECOFCR = SPACES
SODR02              MOVE "SUP0026"      TO WK-C-VRCRT-ERROR-CD
SODR02              GO TO A059-CHECK-SECOFCR-EX.
SODR02     IF       WK-C-VRCRT-SECOFCR = WK-C-VRCRT-USERID
SODR02              MOVE "SUP0024"      TO WK-C-VRCRT-ERROR-CD
SODR02              GO TO A059-CHECK-SECOFCR-EX.
SODR02
SODR02     INITIALIZE                   WK-C-AUTH-RECORD.
SODR02     MOVE     WK-C-VRCRT-SECOFCR  TO WK-C-AUTH-USERID.
SODR02     MOVE     "RCRTSADM"          TO WK-C-AUTH-FUNCTID.
SODR02     MOVE     "TRFGRCRT"          TO WK-C-AUTH-SRCPGM.
SODR02     MOVE     WK-C-VRCRT-USERID   TO WK-C-AUTH-CONTEXT.
SODR02     CALL     "TRFXAUTH"          USING WK-C-AUTH-RECORD.
SODR02     IF       WK-C-AUTH-ALLOWED NOT = "Y"
SODR02              MOVE "SUP0029"      TO WK-C-VRCRT-ERROR-CD
SODR02              GO TO A059-CHECK-SECOFCR-EX.
SODR02
SODR02     MOVE     WK-C-VRCRT-SECOFCR  TO WS-DECUSRID.
SODR02
SODR02 A059-CHECK-SECOFCR-EX.
SODR02     EXIT.

      *---------------------------------------------------------------*
       B000-RECORD-DECISION.
      *---------------------------------------------------------------*
      *    THE LINE IS KEYED BY MANAGER, SO ONLY THE MANAGER IT WAS
      *    EXTRACTED FOR CAN FIND IT (OR, FOR "*NOMGR*", AN OFFICER
      *    CLEARED IN A050).
           INITIALIZE                   TFSRECRT-REC-1.
           MOVE     WK-C-VRCRT-CYCLE    TO TFSRECRT-CYCLE.
           MOVE     WK-C-VRCRT-MGRUSRID TO TFSRECRT-MGRID.
           MOVE     WK-C-VRCRT-USERID   TO TFSRECRT-USERID.
           MOVE     WK-C-VRCRT-FUNCTID  TO TFSRECRT-FUNCTID.
           READ     TFSRECRT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-RECORD-NOT-FOUND
                    MOVE "SUP0266"      TO WK-C-VRCRT-ERROR-CD
                    GO TO B099-RECORD-DECISION-EX.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VRCRT-ERROR-CD
                    GO TO B099-RECORD-DECISION-EX.
           IF       TFSRECRT-APLDTE NOT = ZEROES
                    MOVE "SUP0267"      TO WK-C-VRCRT-ERROR-CD
                    GO TO B099-RECORD-DECISION-EX.

           IF       WK-C-VRCRT-ACTION = "REV"
                    MOVE "R"            TO TFSRECRT-DECISION
           ELSE
                    MOVE "K"            TO TFSRECRT-DECISION
           END-IF.
SODR02     MOVE     WS-DECUSRID         TO TFSRECRT-DECUSRID.
           MOVE     WS-DATE-8           TO TFSRECRT-DECDTE.
           MOVE     WS-TIME-6           TO TFSRECRT-DECTIME.
           MOVE     WK-C-VRCRT-COMMENT  TO TFSRECRT-COMMENT.
           REWRITE  TFSRECRT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VRCRT-ERROR-CD
           END-IF.

       B099-RECORD-DECISION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSRECRT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGRCRT ***************
      ******************************************************************

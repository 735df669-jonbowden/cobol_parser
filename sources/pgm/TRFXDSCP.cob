      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXDSCP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  CENTRAL DATA-SCOPE CHECK. FUNCTION AUTHORITY
      *               (TRFXAUTH) SAYS WHAT AN OFFICER MAY DO; THIS
      *               ROUTINE SAYS WHOSE PAYMENTS THEY MAY DO IT TO.
      *               THE BRANCH ENTITIES DO NOT WANT THEIR
      *               CUSTOMERS' PAYMENTS VISIBLE TO OTHER ENTITIES'
      *               STAFF, SO THE INQUIRIES, REPAIR, HOLD/RELEASE
      *               AND THE REPAIR DISPATCHER ALL ASK HERE FIRST.
      *               THE MOST SPECIFIC TFSDSCOPE ROW FOR THE USER
      *               DECIDES: ENTITY AND UNIT, THEN THE WHOLE
      *               ENTITY (UNIT BLANK), THEN EVERY ENTITY ("**").
      *               NO ROW, A NON-"Y" ALLOW FLAG OR AN EXPIRED ROW
      *               ALL DENY - NOTHING IS OPEN BY DEFAULT. A DENIAL
      *               IS WRITTEN TO THE CONSOLIDATED TFSFNAUDT TRAIL
      *               AS FUNCTION DATASCOP, THE SAME AS A
      *               FUNCTION-AUTHORITY DENIAL.
      *NOTE        :  MODELLED ON TRFXAUTH.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DSCP01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSDSCOPE ASSIGN TO DATABASE-TFSDSCOPE
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFNAUDT ASSIGN TO DATABASE-TFSFNAUDT
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSDSCOPE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDSCOPE-REC.
       01  TFSDSCOPE-REC.
           COPY DDS-ALL-FORMATS OF TFSDSCOPE.
       01  TFSDSCOPE-REC-1.
           COPY TFSDSCOPE.
       FD  TFSFNAUDT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFNAUDT-REC.
       01  TFSFNAUDT-REC.
           COPY DDS-ALL-FORMATS OF TFSFNAUDT.
       01  TFSFNAUDT-REC-1.
           COPY TFSFNAUDT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXDSCP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY XCHN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-FOUND-SW         PIC X(01)  VALUE "N".
           88 WS-FOUND                    VALUE "Y".
       01  WS-TRY-ENTITY       PIC X(02).
       01  WS-TRY-PROCUNIT     PIC X(03).

       01  WS-AUD-CONTEXT.
           05 WS-AUD-CTX       PIC X(14).
           05 FILLER           PIC X(01)  VALUE SPACE.
           05 WS-AUD-ENTITY    PIC X(02).
           05 WS-AUD-PROCUNIT  PIC X(03).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY DSCP.
       EJECT
       PROCEDURE DIVISION USING WK-C-DSCP-RECORD.
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

           MOVE     SPACES              TO WK-C-DSCP-OUTPUT.
           MOVE     "N"                 TO WK-C-DSCP-ALLOWED.
           MOVE     "N"                 TO WS-FOUND-SW.

           OPEN     INPUT TFSDSCOPE.
           IF       NOT WK-C-SUCCESSFUL
      *    NO SCOPE FILE MEANS NOBODY SEES ANYTHING - A MISSING
      *    CONTROL FILE MUST FAIL CLOSED, NOT OPEN.
                    MOVE "COM0206"      TO WK-C-DSCP-ERROR-CD
                    GO TO A090-WRITE-AUDIT.

      *    MOST SPECIFIC ROW FIRST - A UNIT ROW CAN NARROW OR WIDEN
      *    WHAT THE ENTITY ROW SAYS, AND AN ENTITY ROW CAN EXCLUDE
      *    ONE ENTITY FROM AN ALL-ENTITIES GRANT.
           IF       WK-C-DSCP-PROCUNIT NOT = SPACES
                    MOVE WK-C-DSCP-BNKENTITY TO WS-TRY-ENTITY
                    MOVE WK-C-DSCP-PROCUNIT  TO WS-TRY-PROCUNIT
                    PERFORM B000-TRY-SCOPE-ROW
                       THRU B099-TRY-SCOPE-ROW-EX
           END-IF.
           IF       NOT WS-FOUND
                    AND WK-C-DSCP-BNKENTITY NOT = SPACES
                    MOVE WK-C-DSCP-BNKENTITY TO WS-TRY-ENTITY
                    MOVE SPACES              TO WS-TRY-PROCUNIT
                    PERFORM B000-TRY-SCOPE-ROW
                       THRU B099-TRY-SCOPE-ROW-EX
           END-IF.
           IF       NOT WS-FOUND
                    MOVE "**"                TO WS-TRY-ENTITY
                    MOVE SPACES              TO WS-TRY-PROCUNIT
                    PERFORM B000-TRY-SCOPE-ROW
                       THRU B099-TRY-SCOPE-ROW-EX
           END-IF.

           CLOSE    TFSDSCOPE.

       A090-WRITE-AUDIT.
           IF       WK-C-DSCP-ALLOWED = "Y"
                    OR WK-C-DSCP-LOGIND = "N"
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     EXTEND TFSFNAUDT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXDSCP - OPEN FILE ERROR - TFSFNAUDT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     WK-C-DSCP-CONTEXT   TO WS-AUD-CTX.
           MOVE     WK-C-DSCP-BNKENTITY TO WS-AUD-ENTITY.
           MOVE     WK-C-DSCP-PROCUNIT  TO WS-AUD-PROCUNIT.

           INITIALIZE                   TFSFNAUDT-REC-1.
           MOVE     WK-C-DSCP-USERID    TO TFSFNAUDT-USERID.
           MOVE     "DATASCOP"          TO TFSFNAUDT-FUNCTID.
           MOVE     "D"                 TO TFSFNAUDT-OUTCOME.
           MOVE     WS-DATE-8           TO TFSFNAUDT-CHKDTE.
           MOVE     WS-TIME-6           TO TFSFNAUDT-CHKTIME.
           MOVE     WK-C-DSCP-SRCPGM    TO TFSFNAUDT-SRCPGM.
           MOVE     WS-AUD-CONTEXT      TO TFSFNAUDT-CONTEXT.

           INITIALIZE                   WK-C-XCHN-RECORD.
           MOVE     "NXT"               TO WK-C-XCHN-MODE.
           MOVE     "TFSFNAUDT"         TO WK-C-XCHN-FILEID.
           MOVE     80                  TO WK-N-XCHN-DATALEN.
           MOVE     TFSFNAUDT-RECORD OF TFSFNAUDT-REC-1
                                        TO WK-C-XCHN-DATA.
           CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
           MOVE     WK-N-XCHN-CHNSEQ    TO TFSFNAUDT-CHNSEQ.
           MOVE     WK-N-XCHN-PRVCHK    TO TFSFNAUDT-PRVCHK.
           MOVE     WK-N-XCHN-CHKVAL    TO TFSFNAUDT-CHKVAL.

           WRITE    TFSFNAUDT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXDSCP - WRITE ERROR - TFSFNAUDT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
           END-IF.

           CLOSE    TFSFNAUDT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-TRY-SCOPE-ROW.
      *---------------------------------------------------------------*
      *    A ROW THAT EXISTS DECIDES, WHETHER IT GRANTS OR NOT.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSDSCOPE-REC-1.
           MOVE     WK-C-DSCP-USERID    TO TFSDSCOPE-USERID.
           MOVE     WS-TRY-ENTITY       TO TFSDSCOPE-BNKENTITY.
           MOVE     WS-TRY-PROCUNIT     TO TFSDSCOPE-PROCUNIT.
           READ     TFSDSCOPE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-TRY-SCOPE-ROW-EX.

           MOVE     "Y"                 TO WS-FOUND-SW.
           IF       TFSDSCOPE-ALLOWIND = "Y"
                    AND (TFSDSCOPE-EXPDTE = ZEROES
                         OR TFSDSCOPE-EXPDTE >= WS-DATE-8)
                    MOVE "Y"            TO WK-C-DSCP-ALLOWED
           END-IF.

       B099-TRY-SCOPE-ROW-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXDSCP ***************
      ******************************************************************

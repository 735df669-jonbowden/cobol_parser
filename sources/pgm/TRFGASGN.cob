      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DSCP01 - RISKOPS   - 15/10/2026 - AN OFFICER IS ONLY A
      *                        CANDIDATE FOR A REPAIR WHOSE ENTITY AND
      *                        PROCESSING UNIT ARE IN THEIR TFSDSCOPE
      *                        DATA SCOPE (TRFXDSCP, ASKED QUIETLY -
      *                        SCREENING CANDIDATES IS NOT A DENIED
      *                        ATTEMPT).
      *---------------------------------------------------------------*
      *  ASGN02 - RISKOPS   - 22/08/2026 - REWORKED TO THE TRF*
      *                        RECORD-LEVEL I/O CONVENTION (THE FIRST
      *                        CUT WAS EMBEDDED-SQL, WHICH BELONGS TO
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
DSCP01     SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
DSCP01            ORGANIZATION      IS INDEXED
DSCP01            ACCESS MODE       IS RANDOM
DSCP01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
DSCP01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
           COPY DDS-ALL-FORMATS OF TFSASSIGN.
       01  TFSASSIGN-REC-1.
           COPY TFSASSIGN.
DSCP01 FD  TFSSTPL
DSCP01     LABEL RECORDS ARE OMITTED
DSCP01     DATA RECORD IS TFSSTPL-REC.
DSCP01 01  TFSSTPL-REC.
DSCP01     COPY DDS-ALL-FORMATS OF TFSSTPL.
DSCP01 01  TFSSTPL-REC-1.
DSCP01     COPY TFSSTPL.

      *************************
       WORKING-STORAGE SECTION.
       01 WK-C-COMMON.
       COPY ASCMWS.

DSCP01 COPY DSCP.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-CAND-EXACT       PIC 9(01).
       77  WS-ASSIGNED-CNT     PIC S9(05) COMP VALUE ZERO.
       77  WS-NOPROF-CNT       PIC S9(05) COMP VALUE ZERO.
DSCP01 01  WS-ITM-ENTITY       PIC X(02).
DSCP01 01  WS-ITM-PROCUNIT     PIC X(03).
DSCP01 01  WS-STPL-OPEN-SW     PIC X(01)  VALUE "N".
DSCP01     88 WS-STPL-OPEN                VALUE "Y".

       EJECT
      ********************
                    DISPLAY "TRFGASGN - OPEN FILE ERROR - TFSASSIGN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
DSCP01     OPEN     INPUT TFSSTPL.
DSCP01     IF       WK-C-SUCCESSFUL
DSCP01              MOVE "Y"            TO WS-STPL-OPEN-SW
DSCP01     END-IF.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C000-DISPATCH-ONE
                    UNTIL WS-EOF.

           CLOSE    RFTRRSN  TFSASSIGN.
DSCP01     IF       WS-STPL-OPEN
DSCP01              CLOSE TFSSTPL
DSCP01              MOVE "N"            TO WS-STPL-OPEN-SW
DSCP01     END-IF.

           DISPLAY  "TRFGASGN - REPAIRS ASSIGNED   : "
                    WS-ASSIGNED-CNT.
                    GO TO C099-DISPATCH-ONE-EX.

           MOVE     RFTRRSN-RSNCDE (1:3) TO WS-RSNFAM.
DSCP01     PERFORM  C050-GET-ITEM-SCOPE
DSCP01        THRU  C059-GET-ITEM-SCOPE-EX.
           PERFORM  C100-PICK-OFFICER
              THRU  C199-PICK-OFFICER-EX.

       C019-CHECK-ONE-ASSIGN-EX.
           EXIT.

DSCP01*    THE ITEM'S ENTITY AND UNIT, FOR THE OFFICERS' DATA SCOPE.
DSCP01*    AN ITEM NOT FOUND ON TFSSTPL KEEPS A BLANK ENTITY, WHICH
DSCP01*    ONLY AN ALL-ENTITIES SCOPE PASSES.
DSCP01 C050-GET-ITEM-SCOPE.
DSCP01     MOVE     SPACES              TO WS-ITM-ENTITY
DSCP01                                     WS-ITM-PROCUNIT.
DSCP01     IF       NOT WS-STPL-OPEN
DSCP01              GO TO C059-GET-ITEM-SCOPE-EX.
DSCP01     INITIALIZE                   TFSSTPL-REC-1.
DSCP01     MOVE     RFTRRSN-QUENUM      TO TFSSPTL-PARALNO.
DSCP01     MOVE     RFTRRSN-QUESUF      TO TFSSPTL-SEQNUM.
DSCP01     READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
DSCP01     IF       WK-C-SUCCESSFUL
DSCP01              MOVE TFSSPTL-BNKENTITY TO WS-ITM-ENTITY
DSCP01              MOVE TFSSPTL-PROCUNIT  TO WS-ITM-PROCUNIT
DSCP01     END-IF.
DSCP01
DSCP01 C059-GET-ITEM-SCOPE-EX.
DSCP01     EXIT.

      *---------------------------------------------------------------*
       C100-PICK-OFFICER.
      *---------------------------------------------------------------*
           IF       WS-PRF-FAM (WS-PRF-IX) = "***"
                    SUBTRACT 1          FROM WS-CAND-EXACT.

DSCP01     IF       WS-PICK-IX NOT = ZERO
DSCP01              AND WS-CAND-EXACT NOT > WS-PICK-EXACT
DSCP01              AND (WS-CAND-EXACT NOT = WS-PICK-EXACT
DSCP01                   OR WS-PRF-CNT (WS-PRF-IX)
DSCP01                      NOT < WS-PRF-CNT (WS-PICK-IX))
DSCP01              GO TO C119-SCORE-ONE-PROFILE-EX.

DSCP01*    ONLY A WINNING CANDIDATE IS SCOPE-CHECKED - IT SAVES A
DSCP01*    LOOKUP FOR EVERY OFFICER WHO WOULD LOSE ANYWAY.
DSCP01     INITIALIZE                   WK-C-DSCP-RECORD.
DSCP01     MOVE     WS-PRF-OFF (WS-PRF-IX) TO WK-C-DSCP-USERID.
DSCP01     MOVE     WS-ITM-ENTITY       TO WK-C-DSCP-BNKENTITY.
DSCP01     MOVE     WS-ITM-PROCUNIT     TO WK-C-DSCP-PROCUNIT.
DSCP01     MOVE     "TRFGASGN"          TO WK-C-DSCP-SRCPGM.
DSCP01     MOVE     "N"                 TO WK-C-DSCP-LOGIND.
DSCP01     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
DSCP01     IF       WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              GO TO C119-SCORE-ONE-PROFILE-EX.

           MOVE     WS-PRF-IX           TO WS-PICK-IX.
           MOVE     WS-CAND-EXACT       TO WS-PICK-EXACT.

       C119-SCORE-ONE-PROFILE-EX.
           EXIT.

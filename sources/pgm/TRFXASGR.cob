      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DSCP01 - RISKOPS   - 15/10/2026 - THE ITEM'S ENTITY AND
      *                        PROCESSING UNIT MUST BE IN THE DATA
      *                        SCOPE (TFSDSCOPE, THROUGH TRFXDSCP) OF
      *                        BOTH THE SUPERVISOR AND THE OFFICER
      *                        RECEIVING THE ITEM; OTHERWISE SUP0268
      *                        AND THE DENIAL IS LOGGED ON TFSFNAUDT.
      *---------------------------------------------------------------*
      *  ASGN01 - RISKOPS   - 22/08/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
           SELECT TFSASSIGN ASSIGN TO DATABASE-TFSASSIGN
                  ORGANIZATION      IS SEQUENTIAL
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
                    MOVE "SUP0025"      TO WK-C-ASGR-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

DSCP01*    BOTH THE SUPERVISOR AND THE NEW OFFICER MUST BE SCOPED TO
DSCP01*    THE ITEM'S ENTITY AND UNIT. AN ITEM NO LONGER ON TFSSTPL
DSCP01*    IS CHECKED WITH A BLANK ENTITY, WHICH ONLY AN ALL-ENTITIES
DSCP01*    SCOPE PASSES.
DSCP01     INITIALIZE                   TFSSTPL-REC-1.
DSCP01     OPEN     INPUT TFSSTPL.
DSCP01     IF       WK-C-SUCCESSFUL
DSCP01              MOVE WK-N-ASGR-QUENUM TO TFSSPTL-PARALNO
DSCP01              MOVE WK-N-ASGR-QUESUF TO TFSSPTL-SEQNUM
DSCP01              READ TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY
DSCP01              IF NOT WK-C-SUCCESSFUL
DSCP01                 INITIALIZE       TFSSTPL-REC-1
DSCP01              END-IF
DSCP01              CLOSE TFSSTPL
DSCP01     END-IF.
DSCP01
DSCP01     INITIALIZE                   WK-C-DSCP-RECORD.
DSCP01     MOVE     WK-C-ASGR-SUPVID    TO WK-C-DSCP-USERID.
DSCP01     MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
DSCP01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
DSCP01     MOVE     "TRFXASGR"          TO WK-C-DSCP-SRCPGM.
DSCP01     MOVE     WK-N-ASGR-QUENUM    TO WK-C-DSCP-CONTEXT.
DSCP01     MOVE     WK-N-ASGR-QUESUF    TO WK-C-DSCP-CONTEXT (9:2).
DSCP01     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
DSCP01     IF       WK-C-DSCP-ALLOWED = "Y"
DSCP01              MOVE WK-C-ASGR-NEWOFF TO WK-C-DSCP-USERID
DSCP01              CALL "TRFXDSCP"     USING WK-C-DSCP-RECORD
DSCP01     END-IF.
DSCP01     IF       WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              MOVE "SUP0268"      TO WK-C-ASGR-ERROR-CD
DSCP01              GO TO A099-MAIN-PROCESSING-EX.
DSCP01
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           ACCEPT   WS-TIME-RAW         FROM TIME.

      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DSCP01 - RISKOPS   - 15/10/2026 - EVERY ACTION IS REFUSED
      *                        (SUP0268) UNLESS THE ITEM'S ENTITY AND
      *                        PROCESSING UNIT ARE IN THE OFFICER'S
      *                        TFSDSCOPE DATA SCOPE (TRFXDSCP, WHICH
      *                        LOGS THE DENIAL ON TFSFNAUDT).
      *---------------------------------------------------------------*
      *  STHST1 - RISKOPS   - 02/09/2026 - THE HOLD (SPACE TO "H")
      *                        AND RELEASE ("H" TO SPACE) FLAG MOVES
      *                        ARE LOGGED THROUGH THE TRFXSHST COMMON
       COPY ASCMWS.

AUTH01 COPY AUTH.
DSCP01 COPY DSCP.
STHST1 COPY SHST.
STHST1 01  WS-SHS-OLDPRC       PIC X(01) VALUE SPACE.
STHST1 01  WS-SHS-NEWPRC       PIC X(01) VALUE SPACE.
AUTH01              END-IF
AUTH01     END-IF.
AUTH01
DSCP01*    THE OFFICER MUST BE SCOPED TO THE ITEM'S ENTITY AND UNIT.
DSCP01*    AN ITEM NO LONGER ON TFSSTPL IS CHECKED WITH A BLANK
DSCP01*    ENTITY, WHICH ONLY AN ALL-ENTITIES SCOPE PASSES.
DSCP01     PERFORM  B100-READ-QUEUE-ITEM
DSCP01        THRU  B199-READ-QUEUE-ITEM-EX.
DSCP01     MOVE     SPACES              TO WK-C-HOLD-OUTPUT.
DSCP01     INITIALIZE                   WK-C-DSCP-RECORD.
DSCP01     MOVE     WK-C-HOLD-USERID    TO WK-C-DSCP-USERID.
DSCP01     MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
DSCP01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
DSCP01     MOVE     "TRFGHOLD"          TO WK-C-DSCP-SRCPGM.
DSCP01     MOVE     WK-N-HOLD-PARALNO   TO WK-C-DSCP-CONTEXT.
DSCP01     MOVE     WK-N-HOLD-SEQNUM    TO WK-C-DSCP-CONTEXT (9:2).
DSCP01     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
DSCP01     IF       WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              MOVE "SUP0268"      TO WK-C-HOLD-ERROR-CD
DSCP01              GO TO A099-MAIN-PROCESSING-EX
DSCP01     END-IF.
DSCP01
           PERFORM  B000-READ-HOLD-STATE
              THRU  B099-READ-HOLD-STATE-EX.


      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DSCP01 - RISKOPS   - 15/10/2026 - THE RE-RELEASE IS REFUSED
      *                        (SUP0268) UNLESS THE ITEM'S ENTITY AND
      *                        PROCESSING UNIT ARE IN THE RELEASING
      *                        OFFICER'S TFSDSCOPE DATA SCOPE
      *                        (TRFXDSCP, WHICH LOGS THE DENIAL ON
      *                        TFSFNAUDT).
      *---------------------------------------------------------------*
      *  TLXKY2 - RISKOPS   - 02/09/2026 - A RELEASED FAILED TEST KEY
      *                        IS NOW A STANDING OVERRIDE: ERRTMD IS
      *                        SET TO "O" (NOT CLEARED), THE DRIVER

       COPY RRFB.
STHST1 COPY SHST.
DSCP01 COPY DSCP.
QCSMP1 COPY SUGG.
QCSMP1 COPY XPARA.
QCSMP1 77  WS-QC-PCT           PIC 9(03) VALUE 5.
                    MOVE "SUP0023"      TO WK-C-RRLS-ERROR-CD
                    GO TO A090-CLOSE-QUEUE.

DSCP01     INITIALIZE                   WK-C-DSCP-RECORD.
DSCP01     MOVE     WK-C-RRLS-USERID    TO WK-C-DSCP-USERID.
DSCP01     MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
DSCP01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
DSCP01     MOVE     "TRFGRRLS"          TO WK-C-DSCP-SRCPGM.
DSCP01     MOVE     WK-N-RRLS-PARALNO   TO WK-C-DSCP-CONTEXT.
DSCP01     MOVE     WK-N-RRLS-SEQNUM    TO WK-C-DSCP-CONTEXT (9:2).
DSCP01     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
DSCP01     IF       WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              MOVE "SUP0268"      TO WK-C-RRLS-ERROR-CD
DSCP01              GO TO A090-CLOSE-QUEUE.

           PERFORM  B000-FIND-LAST-REASON
              THRU  B099-FIND-LAST-REASON-EX.
           PERFORM  C000-BUILD-PLAN

      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RTFN01 - RISKOPS   - 15/10/2026 - RTGS FINALITY: AN RTGS
      *                        REJECTION REOPENS A PROCESSED ITEM, SO
      *                        "Y" TO "R" IS LEGAL WHEN GHRTGSFN MAKES
      *                        IT UNDER THE RTRJ EVENT. QUEUED/SETTLED
      *                        EVENT ROWS MOVE NO FLAG AND ARE NOT
      *                        TRANSITIONS. THE TRADE-SETTLEMENT QUEUE
      *                        "T" JOINS THE DIAGRAM: REACHED FROM THE
      *                        QUEUE, RELEASED ONLY BACK TO IT.
      *---------------------------------------------------------------*
      *  POISN1 - RISKOPS   - 02/09/2026 - THE QUARANTINE STATE "Q"
      *                        JOINS THE DIAGRAM: REACHED FROM THE
      *                        QUEUE, RELEASED ONLY BACK TO IT.
           MOVE     SPACE               TO WS-FIRST-ROW-SW.
           MOVE     TFSSTHST-NEWPRC     TO WS-PREV-NEWPRC.

RTFN01*    AN EVENT ROW THAT MOVED NO FLAG IS NOT A TRANSITION.
RTFN01     IF       TFSSTHST-EVTCD NOT = SPACES
RTFN01              AND TFSSTHST-OLDPRC = TFSSTHST-NEWPRC
RTFN01              GO TO B099-CHECK-ONE-ROW-EX.
           PERFORM  C000-CHECK-TRANSITION
              THRU  C099-CHECK-TRANSITION-EX.
           IF       WS-LEGAL-SW NOT = "Y"
      *    DEFER AND WAREHOUSE RETURN TO THE QUEUE OR GO ON HOLD
      *    (AN UNSCHEDULED-HOLIDAY DECLARATION HOLDS WHAT MUST NOT
      *    ROLL); QUARANTINE RELEASES ONLY BACK TO THE QUEUE;
RTFN01*    SO DOES THE TRADE-SETTLEMENT QUEUE; NOTHING LEAVES "Y"
RTFN01*    EXCEPT AN RTGS REJECTION REOPENING THE ITEM IN REPAIR.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-LEGAL-SW.
           EVALUATE TFSSTHST-OLDPRC
               WHEN SPACE
POISN1              IF TFSSTHST-NEWPRC = "R" OR "S" OR "H" OR "V"
POISN1                 OR "M" OR "W" OR "I" OR "Y" OR "Q"
TRDS01                 OR "T"
                       MOVE "Y"         TO WS-LEGAL-SW
                    END-IF
               WHEN "R"
                       MOVE "Y"         TO WS-LEGAL-SW
                    END-IF
POISN1         WHEN "Q"
TRDS01         WHEN "T"
POISN1              IF TFSSTHST-NEWPRC = SPACE
POISN1                 MOVE "Y"         TO WS-LEGAL-SW
POISN1              END-IF
RTFN01         WHEN "Y"
RTFN01              IF TFSSTHST-NEWPRC = "R"
RTFN01                 AND TFSSTHST-EVTCD = "RTRJ"
RTFN01                 AND TFSSTHST-PGMID = "GHRTGSFN"
RTFN01                 MOVE "Y"         TO WS-LEGAL-SW
RTFN01              END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

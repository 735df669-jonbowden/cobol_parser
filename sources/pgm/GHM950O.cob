      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  VBIL01 - RISKOPS   - 15/10/2026 - THE MONTHLY VOSTRO FEE
      *                        DEBIT (NO ITEM BEHIND IT) GOES OUT AS
      *                        A 61 LINE REFERENCED "VOSTRO FEES".
      *---------------------------------------------------------------*
      *  VOSB01 - RISKOPS   - 15/10/2026 - THE DAY'S DEBITS TO EACH
      *                        VOSTRO (TFSVOSMOV, POSTED BY TRFXVBAL
      *                        AS ITEMS DRAW ON IT) NOW GO OUT AS
      *                        DEBIT 61 LINES AND THE 62F CLOSING IS
      *                        OPENING + CREDITS - DEBITS, SO THE
      *                        STATEMENT AGREES WITH THE TFSVOSBAL
      *                        RUNNING BALANCE AND TOMORROW'S
      *                        OPENING CARRIES TODAY'S DEBITS.
      *---------------------------------------------------------------*
      *  M950O2 - RISKOPS   - 02/09/2026 - ONE 61 DETAIL LINE PER
      *                        CONSTITUENT ITEM NOW GOES OUT WITH
      *                        EACH STATEMENT (REFERENCE = THE
M950O2            ACCESS MODE       IS RANDOM
M950O2            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
M950O2            FILE STATUS       IS WK-C-FILE-STATUS.
VOSB01     SELECT TFSVOSMOV ASSIGN TO DATABASE-TFSVOSMOV
VOSB01            ORGANIZATION      IS SEQUENTIAL
VOSB01            ACCESS MODE       IS SEQUENTIAL
VOSB01            FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
M950O2     COPY DDS-ALL-FORMATS OF TFSVSTMTD.
M950O2 01  TFSVSTMTD-REC-1.
M950O2     COPY TFSVSTMTD.
VOSB01 FD  TFSVOSMOV
VOSB01     LABEL RECORDS ARE OMITTED
VOSB01     DATA RECORD IS TFSVOSMOV-REC.
VOSB01 01  TFSVOSMOV-REC.
VOSB01     COPY DDS-ALL-FORMATS OF TFSVOSMOV.
VOSB01 01  TFSVOSMOV-REC-1.
VOSB01     COPY TFSVOSMOV.
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
              10 WS-VA-CUYCD      PIC X(03).
              10 WS-VA-CNT-N      PIC S9(05) COMP.
              10 WS-VA-CRTOTAL    PIC S9(15)V9(02) COMP-3.
VOSB01        10 WS-VA-DRTOTAL    PIC S9(15)V9(02) COMP-3.
       01  WS-CR-BIC           PIC X(11).

M950O2* ONE SLOT PER FIELD 61 LINE CAPTURED IN THE GATHER PASS -
              THRU  A199-LOAD-VOSTROS-EX.
           PERFORM  B000-GATHER-MOVEMENTS
              THRU  B099-GATHER-MOVEMENTS-EX.
VOSB01     PERFORM  B100-GATHER-DEBITS
VOSB01        THRU  B199-GATHER-DEBITS-EX.

           OPEN     I-O TFSVSTMT.
           IF       NOT WK-C-SUCCESSFUL
           MOVE     TFSBNKAC-CUYCD      TO WS-VA-CUYCD (WS-VA-CNT).
           MOVE     ZERO                TO WS-VA-CNT-N (WS-VA-CNT).
           MOVE     ZERO                TO WS-VA-CRTOTAL (WS-VA-CNT).
VOSB01     MOVE     ZERO                TO WS-VA-DRTOTAL (WS-VA-CNT).

       A119-LOAD-ONE-VOSTRO-EX.
           EXIT.
M950O2 B039-KEEP-61-DETAIL-EX.
M950O2     EXIT.

VOSB01*---------------------------------------------------------------*
VOSB01 B100-GATHER-DEBITS.
VOSB01*---------------------------------------------------------------*
VOSB01*    AN ITEM THAT DREW ON A VOSTRO TODAY LEFT A "D" MOVEMENT
VOSB01*    ON TFSVOSMOV WHEN TRFXVBAL POSTED THE DEBIT - EACH IS A
VOSB01*    DEBIT 61 LINE ON THAT VOSTRO'S STATEMENT. CREDITS ARE
VOSB01*    ALREADY GATHERED FROM THE ITEMS THEMSELVES (B000). NO
VOSB01*    MOVEMENT FILE = NO VOSTRO HAS BEEN DEBITED YET.
VOSB01*---------------------------------------------------------------*
VOSB01     OPEN     INPUT TFSVOSMOV.
VOSB01     IF       NOT WK-C-SUCCESSFUL
VOSB01              GO TO B199-GATHER-DEBITS-EX.
VOSB01     MOVE     "N"                 TO WS-EOF-SW.
VOSB01     PERFORM  B110-GATHER-ONE-DEBIT
VOSB01        THRU  B119-GATHER-ONE-DEBIT-EX
VOSB01              UNTIL WS-EOF.
VOSB01     CLOSE    TFSVOSMOV.
VOSB01
VOSB01 B199-GATHER-DEBITS-EX.
VOSB01     EXIT.
VOSB01
VOSB01 B110-GATHER-ONE-DEBIT.
VOSB01     READ     TFSVOSMOV.
VOSB01     IF       NOT WK-C-SUCCESSFUL
VOSB01              MOVE "Y"            TO WS-EOF-SW
VOSB01              GO TO B119-GATHER-ONE-DEBIT-EX.
VOSB01     IF       TFSVOSMOV-DRCR NOT = "D"
VOSB01              OR TFSVOSMOV-MOVDTE NOT = WS-RUN-DATE-8
VOSB01              GO TO B119-GATHER-ONE-DEBIT-EX.
VOSB01
VOSB01     MOVE     TFSVOSMOV-BANKID    TO WS-CR-BIC.
VOSB01     MOVE     ZERO                TO WS-VA-FND.
VOSB01     PERFORM  B120-MATCH-DEBIT-VOSTRO
VOSB01        THRU  B129-MATCH-DEBIT-VOSTRO-EX
VOSB01              VARYING WS-VA-IX FROM 1 BY 1
VOSB01              UNTIL WS-VA-IX > WS-VA-CNT
VOSB01                 OR WS-VA-FND > ZERO.
VOSB01     IF       WS-VA-FND = ZERO
VOSB01              GO TO B119-GATHER-ONE-DEBIT-EX.
VOSB01
VOSB01     ADD      1                   TO WS-VA-CNT-N (WS-VA-FND).
VOSB01     ADD      TFSVOSMOV-AMT       TO WS-VA-DRTOTAL (WS-VA-FND).
VOSB01     IF       WS-61-CNT >= WS-61-MAX
VOSB01              IF WS-61-FULL-SW NOT = "Y"
VOSB01                 MOVE "Y"         TO WS-61-FULL-SW
VOSB01                 DISPLAY "GHM950O - 61 DETAIL TABLE FULL - "
VOSB01                         "LATER ENTRIES SUMMARIZED ONLY"
VOSB01              END-IF
VOSB01              GO TO B119-GATHER-ONE-DEBIT-EX.
VOSB01     ADD      1                   TO WS-61-CNT.
VOSB01     MOVE     WS-VA-FND           TO WS-61-VA (WS-61-CNT).
VOSB01     MOVE     TFSVOSMOV-PARALNO   TO WS-61-PARALNO-D.
VOSB01     MOVE     TFSVOSMOV-SEQNUM    TO WS-61-SEQNUM-D.
VOSB01     MOVE     SPACES              TO WS-61-REF (WS-61-CNT).
VOSB01     STRING   WS-61-PARALNO-D     DELIMITED BY SIZE
VOSB01              "/"                 DELIMITED BY SIZE
VOSB01              WS-61-SEQNUM-D      DELIMITED BY SIZE
VOSB01              INTO WS-61-REF (WS-61-CNT).
VBIL01*    THE MONTHLY ANALYSIS FEE DEBIT (GHVOSBIL) HAS NO ITEM.
VBIL01     IF       TFSVOSMOV-PARALNO = ZERO
VBIL01              MOVE "VOSTRO FEES"  TO WS-61-REF (WS-61-CNT).
VOSB01*    A DEBIT 61 LINE CARRIES ITS AMOUNT NEGATIVE.
VOSB01     COMPUTE  WS-61-AMT (WS-61-CNT) = ZERO - TFSVOSMOV-AMT.
VOSB01
VOSB01 B119-GATHER-ONE-DEBIT-EX.
VOSB01     EXIT.
VOSB01
VOSB01 B120-MATCH-DEBIT-VOSTRO.
VOSB01     IF       WS-VA-BANKID (WS-VA-IX) = WS-CR-BIC
VOSB01              AND WS-VA-CUYCD (WS-VA-IX) = TFSVOSMOV-CUYCD
VOSB01              MOVE WS-VA-IX       TO WS-VA-FND.
VOSB01
VOSB01 B129-MATCH-DEBIT-VOSTRO-EX.
VOSB01     EXIT.

      *---------------------------------------------------------------*
       C000-BUILD-ONE-STATEMENT.
      *---------------------------------------------------------------*
              THRU  C199-FIND-LAST-CLOSING-EX.
           MOVE     WS-PRV-CLOSE        TO WS-OPEN-BAL.
           COMPUTE  WS-CLOSE-BAL =
                    WS-OPEN-BAL + WS-VA-CRTOTAL (WS-VA-IX)
VOSB01                          - WS-VA-DRTOTAL (WS-VA-IX).

           PERFORM  C200-NUMBER-AND-LOG
              THRU  C299-NUMBER-AND-LOG-EX.

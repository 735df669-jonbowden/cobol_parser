      *                 POS 92    "Y" = ALSO WRITE MATCHES TO THE
      *                           TFSARCEXT EXTRACT FILE FOR HANDOVER
      *                           TO COMPLIANCE
DSCP01*                 POS 93-102 REQUESTING USER - A MATCH OUTSIDE
DSCP01*                           THE USER'S TFSDSCOPE DATA SCOPE IS
DSCP01*                           WITHHELD (LISTING AND EXTRACT) AND
DSCP01*                           THE DENIAL LOGGED ON TFSFNAUDT
      *               EACH MATCH LISTS THE FULL ITEM AND DRILLS INTO
      *               ITS RFTRRSN REPAIR TRAIL, TFSRFDBK CORRECTIONS
      *               AND TFSOPHLG HOLD/RELEASE HISTORY.
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS OF THE DATE
ARCP01*               RANGE ARE READ; WITH A BIC OR ACCOUNT GIVEN, THE
ARCP01*               TFSARCIDX INDEX NARROWS THEM TO THE MONTHS THAT
ARCP01*               HOLD A CANDIDATE. OFFLINE MONTHS ARE REPORTED,
ARCP01*               NOT READ.
      *NOTE        :  MODELLED ON GHTRACE (TRAIL SHAPE), NATIVE I-O.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS THE MONTHLY TFSSTPLH
      *                        PARTITIONS OF THE DATE RANGE ONE BY
      *                        ONE THROUGH TRFXARCP, NARROWED BY A
      *                        TFSARCIDX PRESCAN WHEN A BIC OR
      *                        BENEFICIARY ACCOUNT IS GIVEN. OFFLINE
      *                        PARTITIONS ARE LISTED AS NOT SEARCHED.
      *---------------------------------------------------------------*
      *  DSCP01 - RISKOPS   - 15/10/2026 - REQUESTING USER TAKEN
      *                        FROM THE LDA; MATCHES OUTSIDE THEIR
      *                        TFSDSCOPE DATA SCOPE ARE WITHHELD AND
      *                        EACH ONE LOGGED AS A DENIAL THROUGH
      *                        TRFXDSCP.
      *---------------------------------------------------------------*
      *  CSUC01 - RISKOPS   - 15/10/2026 - EXTRACT RECORD WIDENED IN
      *                        STEP WITH THE QUEUE RECORD (2048 TO
      *                        2072).
      *---------------------------------------------------------------*
      *  T23E01 - RISKOPS   - 15/10/2026 - EXTRACT RECORD WIDENED IN
      *                        STEP WITH THE QUEUE RECORD (1910 TO
      *                        2048).
      *---------------------------------------------------------------*
      *  MT201X - RISKOPS   - 15/10/2026 - EXTRACT RECORD WIDENED IN
      *                        STEP WITH THE QUEUE RECORD (1889 TO
      *                        1910).
      *---------------------------------------------------------------*
      *  ARCQ01 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
ARCP01     SELECT TFSARCIDX ASSIGN TO DATABASE-TFSARCIDX
ARCP01            ORGANIZATION      IS SEQUENTIAL
ARCP01            ACCESS MODE       IS SEQUENTIAL
ARCP01            FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSARCEXT ASSIGN TO DATABASE-TFSARCEXT
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       FD  TFSARCEXT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSARCEXT-REC.
CSUC01 01  TFSARCEXT-REC      PIC X(2072).
ARCP01 FD  TFSARCIDX
ARCP01     LABEL RECORDS ARE OMITTED
ARCP01     DATA RECORD IS TFSARCIDX-REC.
ARCP01 01  TFSARCIDX-REC.
ARCP01     COPY DDS-ALL-FORMATS OF TFSARCIDX.
ARCP01 01  TFSARCIDX-REC-1.
ARCP01     COPY TFSARCIDX.

      *************************
       WORKING-STORAGE SECTION.
           05 WS-Q-AMTHI       PIC 9(13).
           05 WS-Q-BENACC      PIC X(35).
           05 WS-Q-EXTRACT     PIC X(01).
DSCP01     05 WS-Q-USERID      PIC X(10).
DSCP01     05 FILLER           PIC X(922).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-TRL-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-TRL-EOF                  VALUE "Y".
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 01  WS-IDX-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-IDX-EOF                  VALUE "Y".
ARCP01*    "Y" = ONLY THE MONTHS IN WS-MTH-TAB HOLD CANDIDATES
ARCP01 01  WS-IDX-USED-SW      PIC X(01)  VALUE "N".
ARCP01     88 WS-IDX-USED                 VALUE "Y".
ARCP01 01  WS-MTH-HIT-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-MTH-HIT                  VALUE "Y".

       77  WS-SCAN-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-HIT-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-EXT-CNT          PIC S9(07) COMP VALUE ZERO.
DSCP01 77  WS-WHD-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-LIST-MAX         PIC S9(04) COMP VALUE 200.
ARCP01 77  WS-PRT-CNT          PIC S9(05) COMP VALUE ZERO.
ARCP01 77  WS-OFF-CNT          PIC S9(05) COMP VALUE ZERO.
ARCP01 77  WS-IDX-HIT-CNT      PIC S9(07) COMP VALUE ZERO.
ARCP01 77  WS-MTH-CNT          PIC S9(04) COMP VALUE ZERO.
ARCP01 77  WS-MTH-MAX          PIC S9(04) COMP VALUE 600.
ARCP01 77  WS-MTH-IX           PIC S9(04) COMP VALUE ZERO.
ARCP01
ARCP01 01  WS-FROMMTH          PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-WANT-MTH         PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06)  VALUE ZEROES.
ARCP01*    MONTHS THE INDEX PRESCAN FOUND CANDIDATES IN
ARCP01 01  WS-MTH-TABLE.
ARCP01     05 WS-MTH-TAB       PIC 9(06)  OCCURS 600 TIMES.
ARCP01 COPY ARCP.

       01  WS-TRNNO-KEY        PIC X(12).
DSCP01 COPY DSCP.
       01  WS-ED-AMT           PIC Z(14)9.99-.
       01  WS-ED-AMT2          PIC Z(14)9.99-.

                    " BIC " WS-Q-SENBNK
                    " CCY " WS-Q-CUYCD.

           OPEN     INPUT RFTRRSN.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    END-IF
           END-IF.

ARCP01*    THE ARCHIVE IS MONTHLY PARTITIONS - ONLY THOSE OF THE
ARCP01*    DATE RANGE ARE READ, AND WITH A BIC OR ACCOUNT GIVEN ONLY
ARCP01*    THOSE THE INDEX SAYS HOLD A CANDIDATE.
ARCP01     COMPUTE  WS-FROMMTH = WS-Q-FROMDTE / 100.
ARCP01     COMPUTE  WS-TOMTH   = WS-Q-TODTE / 100.
ARCP01     IF       WS-Q-SENBNK NOT = SPACES
ARCP01              OR WS-Q-BENACC NOT = SPACES
ARCP01              PERFORM D000-SCAN-INDEX
ARCP01                 THRU D099-SCAN-INDEX-EX
ARCP01     END-IF.
ARCP01
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  E000-SEARCH-PARTITION
ARCP01        THRU  E099-SEARCH-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.
ARCP01
ARCP01     DISPLAY  "GHARCINQ - PARTITIONS SEARCHED  : " WS-PRT-CNT.
ARCP01     IF       WS-OFF-CNT NOT = ZERO
ARCP01              DISPLAY "GHARCINQ - OFFLINE, NOT SEARCHED : "
ARCP01                      WS-OFF-CNT
ARCP01     END-IF.
           DISPLAY  "GHARCINQ - ARCHIVE ROWS SCANNED : " WS-SCAN-CNT.
           DISPLAY  "GHARCINQ - MATCHES              : " WS-HIT-CNT.
DSCP01     IF       WS-WHD-CNT NOT = ZERO
DSCP01              DISPLAY "GHARCINQ - WITHHELD, OUT OF SCOPE: "
DSCP01                      WS-WHD-CNT
DSCP01     END-IF.
           IF       WS-Q-EXTRACT = "Y"
                    DISPLAY "GHARCINQ - EXTRACTED TO TFSARCEXT : "
                            WS-EXT-CNT
                    AND TFSSPTL-TAG59-V1 NOT = WS-Q-BENACC
                    GO TO B190-NEXT-ROW.

DSCP01*    THE REQUESTING USER ONLY SEES THEIR OWN ENTITIES' ITEMS -
DSCP01*    EVERY ONE WITHHELD IS A DENIAL ON THE AUDIT TRAIL.
DSCP01     INITIALIZE                   WK-C-DSCP-RECORD.
DSCP01     MOVE     WS-Q-USERID         TO WK-C-DSCP-USERID.
DSCP01     MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
DSCP01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
DSCP01     MOVE     "GHARCINQ"          TO WK-C-DSCP-SRCPGM.
DSCP01     MOVE     TFSSPTL-PARALNO     TO WK-C-DSCP-CONTEXT.
DSCP01     MOVE     TFSSPTL-SEQNUM      TO WK-C-DSCP-CONTEXT (9:2).
DSCP01     CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
DSCP01     IF       WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              ADD 1               TO WS-WHD-CNT
DSCP01              GO TO B190-NEXT-ROW.

           ADD      1                   TO WS-HIT-CNT.
           IF       WS-HIT-CNT <= WS-LIST-MAX
                    PERFORM C000-LIST-ONE-HIT
       C319-LIST-ONE-ACTION-EX.
           EXIT.

ARCP01*---------------------------------------------------------------*
ARCP01 D000-SCAN-INDEX.
ARCP01*---------------------------------------------------------------*
ARCP01*    ONE PASS OF THE SHORT INDEX ROWS COLLECTS THE MONTHS WITH
ARCP01*    A CANDIDATE. UNREADABLE INDEX OR TOO MANY MONTHS - FALL
ARCP01*    BACK TO EVERY PARTITION OF THE RANGE.
ARCP01*---------------------------------------------------------------*
ARCP01     OPEN     INPUT TFSARCIDX.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHARCINQ - OPEN FILE ERROR - TFSARCIDX"
ARCP01              GO TO D099-SCAN-INDEX-EX.
ARCP01     MOVE     "Y"                 TO WS-IDX-USED-SW.
ARCP01     MOVE     ZERO                TO WS-MTH-CNT.
ARCP01     MOVE     "N"                 TO WS-IDX-EOF-SW.
ARCP01     PERFORM  D100-SIFT-INDEX-ROW
ARCP01        THRU  D199-SIFT-INDEX-ROW-EX
ARCP01              UNTIL WS-IDX-EOF.
ARCP01     CLOSE    TFSARCIDX.
ARCP01     DISPLAY  "GHARCINQ - INDEX CANDIDATES     : " WS-IDX-HIT-CNT.
ARCP01
ARCP01 D099-SCAN-INDEX-EX.
ARCP01     EXIT.
ARCP01
ARCP01 D100-SIFT-INDEX-ROW.
ARCP01     READ     TFSARCIDX.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              MOVE "Y"            TO WS-IDX-EOF-SW
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     IF       WS-FROMMTH NOT = ZEROES
ARCP01              AND TFSARCIDX-PRTMTH < WS-FROMMTH
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     IF       WS-TOMTH NOT = ZEROES
ARCP01              AND TFSARCIDX-PRTMTH > WS-TOMTH
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     IF       WS-Q-SENBNK NOT = SPACES
ARCP01              AND TFSARCIDX-SENBNKID NOT = WS-Q-SENBNK
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     IF       WS-Q-BENACC NOT = SPACES
ARCP01              AND TFSARCIDX-BENACCT NOT = WS-Q-BENACC
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01
ARCP01     ADD      1                   TO WS-IDX-HIT-CNT.
ARCP01     MOVE     TFSARCIDX-PRTMTH    TO WS-WANT-MTH.
ARCP01     PERFORM  F000-FIND-MONTH
ARCP01        THRU  F099-FIND-MONTH-EX.
ARCP01     IF       WS-MTH-HIT
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     IF       WS-MTH-CNT NOT < WS-MTH-MAX
ARCP01              MOVE "N"            TO WS-IDX-USED-SW
ARCP01              MOVE "Y"            TO WS-IDX-EOF-SW
ARCP01              GO TO D199-SIFT-INDEX-ROW-EX.
ARCP01     ADD      1                   TO WS-MTH-CNT.
ARCP01     MOVE     WS-WANT-MTH         TO WS-MTH-TAB (WS-MTH-CNT).
ARCP01
ARCP01 D199-SIFT-INDEX-ROW-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 E000-SEARCH-PARTITION.
ARCP01*---------------------------------------------------------------*
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     MOVE     WS-FROMMTH          TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO E099-SEARCH-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     MOVE     "Y"                 TO WS-MTH-HIT-SW.
ARCP01     IF       WS-IDX-USED
ARCP01              MOVE WK-N-ARCP-PRTMTH TO WS-WANT-MTH
ARCP01              PERFORM F000-FIND-MONTH
ARCP01                 THRU F099-FIND-MONTH-EX
ARCP01     END-IF.
ARCP01     IF       NOT WS-MTH-HIT
ARCP01              GO TO E099-SEARCH-PARTITION-EX.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              ADD 1               TO WS-OFF-CNT
ARCP01              DISPLAY "GHARCINQ - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - RESTORE THROUGH GHARCPRT"
ARCP01                      " TO SEARCH IT"
ARCP01              GO TO E099-SEARCH-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO E099-SEARCH-PARTITION-EX.
ARCP01
ARCP01     OPEN     INPUT TFSSTPLH.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHARCINQ - OPEN FILE ERROR - "
ARCP01                      WK-C-ARCP-PRTFILE
ARCP01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              GO TO E090-DROP-OVERRIDE.
ARCP01     ADD      1                   TO WS-PRT-CNT.
ARCP01     MOVE     "N"                 TO WS-EOF-SW.
ARCP01     PERFORM  B000-READ-ARCHIVE
ARCP01        THRU  B099-READ-ARCHIVE-EX.
ARCP01     PERFORM  B100-SIFT-ONE-ROW
ARCP01        THRU  B199-SIFT-ONE-ROW-EX
ARCP01              UNTIL WS-EOF.
ARCP01     CLOSE    TFSSTPLH.
ARCP01
ARCP01 E090-DROP-OVERRIDE.
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 E099-SEARCH-PARTITION-EX.
ARCP01     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 F000-FIND-MONTH.
ARCP01*---------------------------------------------------------------*
ARCP01     MOVE     "N"                 TO WS-MTH-HIT-SW.
ARCP01     PERFORM  F100-CHECK-ONE-MONTH
ARCP01        THRU  F199-CHECK-ONE-MONTH-EX
ARCP01              VARYING WS-MTH-IX FROM 1 BY 1
ARCP01              UNTIL WS-MTH-IX > WS-MTH-CNT
ARCP01                 OR WS-MTH-HIT.
ARCP01
ARCP01 F099-FIND-MONTH-EX.
ARCP01     EXIT.
ARCP01
ARCP01 F100-CHECK-ONE-MONTH.
ARCP01     IF       WS-MTH-TAB (WS-MTH-IX) = WS-WANT-MTH
ARCP01              MOVE "Y"            TO WS-MTH-HIT-SW.
ARCP01
ARCP01 F199-CHECK-ONE-MONTH-EX.
ARCP01     EXIT.
ARCP01
      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
ARCP01     CLOSE    RFTRRSN.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.

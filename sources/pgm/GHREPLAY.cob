000320*               THIS PROGRAM ITSELF WRITES ONLY TFSRPLDIF.
000330*NOTE        :  GHLMTWIF COVERS LIMIT WHAT-IFS; THIS COVERS
000340*               EVERYTHING ELSE.
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS OF THE DATE
ARCP01*               RANGE ARE READ (TRFXARCP); OFFLINE ONES ARE
ARCP01*               REPORTED AND LEFT OUT.
000350*
000360*----------------------------------------------------------------*
000370* HISTORY OF MODIFICATION:                                       *
000420*|        |          |          | of archived items through    |*
000430*|        |          |          | the validation chain with an |*
000440*|        |          |          | outcome-difference report.   |*
ARCP01*|RISKOPS |15/10/2026| ARCP01   | Reads only the monthly       |*
ARCP01*|        |          |          | TFSSTPLH partitions of the   |*
ARCP01*|        |          |          | replay range; offline ones   |*
ARCP01*|        |          |          | are listed and skipped.      |*
000450*----------------------------------------------------------------*
000460 EJECT
000470**********************
001160 01  WS-RPLY-DATA        PIC X(20).
001170 01  WS-PROD-ERR         PIC X(01).
001180
ARCP01 01  WS-FROMMTH          PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-TOMTH            PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06)  VALUE ZEROES.
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 77  WS-OFF-CNT          PIC S9(05) COMP VALUE ZERO.
ARCP01 COPY ARCP.
001190 EJECT
001200********************
001210 PROCEDURE DIVISION.
001370     PERFORM  A050-GET-DATE-RANGE
001380        THRU  A059-GET-DATE-RANGE-EX.
001390
001450     OPEN     EXTEND TFSRPLDIF.
001460     IF       NOT WK-C-SUCCESSFUL
001470              DISPLAY "GHREPLAY - OPEN FILE ERROR - TFSRPLDIF"
001480              GO TO Y900-ABNORMAL-TERMINATION.
001490
ARCP01*    ONE MONTHLY ARCHIVE PARTITION AT A TIME, RANGE ONLY.
ARCP01     COMPUTE  WS-FROMMTH = WS-FROM-DTE / 100.
ARCP01     COMPUTE  WS-TOMTH   = WS-TO-DTE / 100.
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  A100-REPLAY-PARTITION
ARCP01        THRU  A199-REPLAY-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.
ARCP01
001560     DISPLAY  "GHREPLAY - ITEMS REPLAYED    : " WS-REPLAYED-CNT.
001570     DISPLAY  "GHREPLAY - OUTCOME DIFFERS   : " WS-DIFF-CNT.
ARCP01     IF       WS-OFF-CNT NOT = ZERO
ARCP01              DISPLAY "GHREPLAY - OFFLINE, NOT REPLAYED : "
ARCP01                      WS-OFF-CNT
ARCP01     END-IF.
001580
001590*---------------------------------------------------------------*
001600 A099-MAIN-PROCESSING-EX.
001840
001850 A059-GET-DATE-RANGE-EX.
001860     EXIT.
ARCP01
ARCP01*---------------------------------------------------------------*
ARCP01 A100-REPLAY-PARTITION.
ARCP01*---------------------------------------------------------------*
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-FROMMTH          TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO A199-REPLAY-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              ADD 1               TO WS-OFF-CNT
ARCP01              DISPLAY "GHREPLAY - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT REPLAYED"
ARCP01              GO TO A199-REPLAY-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO A199-REPLAY-PARTITION-EX.
ARCP01
001400     OPEN     INPUT TFSSTPLH.
001410     IF       NOT WK-C-SUCCESSFUL
001420              DISPLAY "GHREPLAY - OPEN FILE ERROR - TFSSTPLH"
001430              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
001440              GO TO Y900-ABNORMAL-TERMINATION.
ARCP01     MOVE     "N"                 TO WS-EOF-SW.
001500     PERFORM  B000-READ-ARCHIVE
001510        THRU  B099-READ-ARCHIVE-EX.
001520     PERFORM  B100-REPLAY-ONE-ITEM
001530        THRU  B199-REPLAY-ONE-ITEM-EX
001540              UNTIL WS-EOF.
ARCP01     CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 A199-REPLAY-PARTITION-EX.
ARCP01     EXIT.
001870
001880*---------------------------------------------------------------*
001890 B000-READ-ARCHIVE.
003270*---------------------------------------------------------------*
003280 Z000-END-PROGRAM-ROUTINE.
003290*---------------------------------------------------------------*
ARCP01     CLOSE    TFSRPLDIF.
003310
003320*---------------------------------------------------------------*
003330 Z099-END-PROGRAM-ROUTINE-EX.

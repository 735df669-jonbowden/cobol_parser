      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXRPTX.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  REPORT DATA EXTRACT WRITER. THE MANAGEMENT
      *               REPORTS PRINT FOR PEOPLE; THEIR FIGURES WERE
      *               RE-KEYED INTO SPREADSHEETS EVERY MONTH, WITH THE
      *               ERRORS THAT BRINGS. EACH REPORT NOW ALSO CALLS
      *               HERE TO PUT THE SAME LINES ON TFSRPTEXT AS "|"
      *               DELIMITED ROWS: A HEADER OF COLUMN HEADINGS
      *               (MODE HDR), ONE ROW PER DETAIL LINE (MODE DTL)
      *               AND A TRAILER (MODE TRL) CARRYING THE RUN DATE,
      *               THE DATA ROW COUNT AND THE REPORT'S CONTROL
      *               TOTALS, SO A SHORT OR DOUBLED LOAD IS CAUGHT AT
      *               THE OTHER END. THE RUN DATE AND TIME TAKEN AT
      *               THE HEADER STAMP EVERY ROW OF THE RUN.
      *NOTE        :  MODELLED ON TRFXJLOG.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RPTX01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSRPTEXT ASSIGN TO DATABASE-TFSRPTEXT
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSRPTEXT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRPTEXT-REC.
       01  TFSRPTEXT-REC.
           COPY DDS-ALL-FORMATS OF TFSRPTEXT.
       01  TFSRPTEXT-REC-1.
           COPY TFSRPTEXT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXRPTX  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-TIME-RAW         PIC 9(08).

      * THE RUN IN HAND - KEPT FROM CALL TO CALL.
       01  WS-REPORTID         PIC X(10)  VALUE SPACES.
       01  WS-RUNDTE           PIC S9(08) VALUE ZEROES.
       01  WS-RUNDTE-X REDEFINES WS-RUNDTE
                               PIC X(08).
       01  WS-RUNTIME          PIC S9(06) VALUE ZEROES.
       01  WS-ROWSEQ           PIC 9(07)  VALUE ZEROES.
       01  WS-DTL-CNT          PIC 9(07)  VALUE ZEROES.
       01  WS-ERR-SW           PIC X(01)  VALUE "N".

      * BUILDING THE DELIMITED ROW.
       01  WS-ROW              PIC X(820) VALUE SPACES.
       01  WS-ROW-TYPE         PIC X(01)  VALUE SPACE.
       01  WS-POS              PIC S9(04) COMP VALUE ZERO.
       01  WS-COL-IX           PIC S9(04) COMP VALUE ZERO.
       01  WS-CELL             PIC X(40)  VALUE SPACES.
       01  WS-LEAD             PIC S9(04) COMP VALUE ZERO.
       01  WS-LAST             PIC S9(04) COMP VALUE ZERO.
       01  WS-LEN              PIC S9(04) COMP VALUE ZERO.
       01  WS-CNT-ED           PIC 9(07).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY RPTX.
       EJECT
       PROCEDURE DIVISION USING WK-C-RPTX-RECORD.
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
           MOVE     SPACES              TO WK-C-RPTX-ERROR-CD.
           IF       WK-N-RPTX-COLCNT > 20
                    MOVE 20             TO WK-N-RPTX-COLCNT.

      *    A NEW RUN STARTS AT ITS HEADER, OR AT THE FIRST ROW OF A
      *    REPORT THAT CAME IN WITHOUT ONE.
           IF       WK-C-RPTX-MODE = "HDR"
                    OR WK-C-RPTX-REPORTID NOT = WS-REPORTID
                    ACCEPT WS-DATE-YMD  FROM DATE
                    ACCEPT WS-TIME-RAW  FROM TIME
                    MOVE WS-DATE-YYMD   TO WS-RUNDTE-X
                    MOVE WS-TIME-RAW (1:6) TO WS-RUNTIME
                    MOVE WK-C-RPTX-REPORTID TO WS-REPORTID
                    MOVE ZEROES         TO WS-ROWSEQ
                                           WS-DTL-CNT
                    MOVE "N"            TO WS-ERR-SW
           END-IF.

           MOVE     SPACES              TO WS-ROW.
           MOVE     1                   TO WS-POS.
           EVALUATE WK-C-RPTX-MODE
               WHEN "HDR"
                    MOVE "H"            TO WS-ROW-TYPE
               WHEN "TRL"
                    MOVE "T"            TO WS-ROW-TYPE
                    PERFORM B000-TRAILER-LEAD
                       THRU B099-TRAILER-LEAD-EX
               WHEN OTHER
                    MOVE "D"            TO WS-ROW-TYPE
           END-EVALUATE.

           PERFORM  C000-ADD-COLUMN
              THRU  C099-ADD-COLUMN-EX
                    VARYING WS-COL-IX FROM 1 BY 1
                    UNTIL WS-COL-IX > WK-N-RPTX-COLCNT.

           PERFORM  D000-WRITE-ROW
              THRU  D099-WRITE-ROW-EX.

           IF       WS-ROW-TYPE = "D"
                    AND WK-C-RPTX-ERROR-CD = SPACES
                    ADD 1               TO WS-DTL-CNT.
           IF       WS-ROW-TYPE = "T"
                    AND WS-ERR-SW = "Y"
                    MOVE "COM0206"      TO WK-C-RPTX-ERROR-CD.
           MOVE     WS-DTL-CNT          TO WK-N-RPTX-ROWCNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-TRAILER-LEAD.
      *---------------------------------------------------------------*
      *    *TRAILER|CCYYMMDD|ROWS| AHEAD OF THE CALLER'S TOTALS.
      *---------------------------------------------------------------*
           MOVE     WS-DTL-CNT          TO WS-CNT-ED.
           STRING   "*TRAILER|"         DELIMITED BY SIZE
                    WS-RUNDTE-X         DELIMITED BY SIZE
                    "|"                 DELIMITED BY SIZE
                    WS-CNT-ED           DELIMITED BY SIZE
                    INTO WS-ROW
                    WITH POINTER WS-POS.
           IF       WK-N-RPTX-COLCNT > ZERO
                    MOVE "|"            TO WS-ROW (WS-POS:1)
                    ADD  1              TO WS-POS.

       B099-TRAILER-LEAD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-ADD-COLUMN.
      *---------------------------------------------------------------*
      *    THE DELIMITER CANNOT APPEAR INSIDE A COLUMN - A "|" IN THE
      *    DATA GOES OUT AS "/".
      *---------------------------------------------------------------*
           IF       WS-COL-IX > 1
                    MOVE "|"            TO WS-ROW (WS-POS:1)
                    ADD  1              TO WS-POS.

           MOVE     WK-C-RPTX-COL (WS-COL-IX) TO WS-CELL.
           INSPECT  WS-CELL REPLACING ALL "|" BY "/".
           MOVE     ZERO                TO WS-LEAD.
           INSPECT  WS-CELL TALLYING WS-LEAD FOR LEADING SPACES.
           IF       WS-LEAD NOT < 40
                    GO TO C099-ADD-COLUMN-EX.

           PERFORM  C100-BACK-ONE
              THRU  C199-BACK-ONE-EX
                    VARYING WS-LAST FROM 40 BY -1
                    UNTIL WS-CELL (WS-LAST:1) NOT = SPACE.
           COMPUTE  WS-LEN = WS-LAST - WS-LEAD.
           MOVE     WS-CELL (WS-LEAD + 1:WS-LEN)
                                        TO WS-ROW (WS-POS:WS-LEN).
           ADD      WS-LEN              TO WS-POS.

       C099-ADD-COLUMN-EX.
           EXIT.

       C100-BACK-ONE.
           CONTINUE.

       C199-BACK-ONE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-WRITE-ROW.
      *---------------------------------------------------------------*
           OPEN     EXTEND TFSRPTEXT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXRPTX - OPEN FILE ERROR - TFSRPTEXT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-RPTX-ERROR-CD
                    MOVE "Y"            TO WS-ERR-SW
                    GO TO D099-WRITE-ROW-EX.

           ADD      1                   TO WS-ROWSEQ.
           INITIALIZE                   TFSRPTEXT-REC-1.
           MOVE     WS-REPORTID         TO TFSRPTEXT-REPORTID.
           MOVE     WS-RUNDTE           TO TFSRPTEXT-RUNDTE.
           MOVE     WS-RUNTIME          TO TFSRPTEXT-RUNTIME.
           MOVE     WS-ROWSEQ           TO TFSRPTEXT-ROWSEQ.
           MOVE     WS-ROW-TYPE         TO TFSRPTEXT-ROWTYPE.
           MOVE     WS-ROW              TO TFSRPTEXT-ROWDATA.

           WRITE    TFSRPTEXT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXRPTX - WRITE ERROR - TFSRPTEXT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-RPTX-ERROR-CD
                    MOVE "Y"            TO WS-ERR-SW
           END-IF.

           CLOSE    TFSRPTEXT.

       D099-WRITE-ROW-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXRPTX ***************
      ******************************************************************

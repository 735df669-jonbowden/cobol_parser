      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXCHN.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  AUDIT-ROW CHAIN LINK. THE AUDIT FILES ARE
      *               ORDINARY RECORDS ANYONE WITH FILE ACCESS COULD
      *               CHANGE OR DELETE. EVERY WRITER OF TFSSTHST,
      *               TFSMNTAUD, TFSAPLPAH, TFSPARDNY AND TFSFNAUDT
      *               CALLS HERE (MODE NXT) JUST BEFORE ITS WRITE AND
      *               STAMPS THE ROW WITH A CHAIN SEQUENCE, THE
      *               PREVIOUS ROW'S CHECK VALUE AND ITS OWN CHECK
      *               VALUE - A FOLD OF THE FILE NAME, SEQUENCE,
      *               PREVIOUS CHECK VALUE AND THE ROW CONTENT. THE
      *               FILE'S CHAIN HEAD ON TFSAUDCHN IS ADVANCED
      *               UNDER RECORD LOCK. GHAUDVFY RECOMPUTES EACH
      *               ROW (MODE CHK) AND WALKS THE LINKS.
      *NOTE        :  MODELLED ON TRFXSHST.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ACHN01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSAUDCHN ASSIGN TO DATABASE-TFSAUDCHN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSAUDCHN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSAUDCHN-REC.
       01  TFSAUDCHN-REC.
           COPY DDS-ALL-FORMATS OF TFSAUDCHN.
       01  TFSAUDCHN-REC-1.
           COPY TFSAUDCHN.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXCHN   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-NEW-HEAD-SW      PIC X(01)  VALUE "N".

      * WHAT IS FOLDED: FILE NAME, SEQUENCE, THEN THE ROW CONTENT.
       01  WS-FOLD-BUF.
           05 WS-FOLD-FILEID   PIC X(10).
           05 WS-FOLD-SEQ      PIC 9(10).
           05 WS-FOLD-DATA     PIC X(400).
       01  WS-FOLD-LEN         PIC S9(04) COMP VALUE ZERO.
       01  WS-FOLD-IX          PIC S9(04) COMP VALUE ZERO.

      * A BYTE'S VALUE, READ THROUGH A HALFWORD.
       01  WS-ORD-BIN          PIC 9(04)  COMP VALUE ZERO.
       01  WS-ORD-X REDEFINES WS-ORD-BIN
                               PIC X(02).

      * TWO INDEPENDENT POLYNOMIAL FOLDS, EACH MODULO A PRIME JUST
      * UNDER 10**9; THE CHECK VALUE IS THE PAIR SIDE BY SIDE.
       01  WS-P1               PIC S9(10) COMP VALUE 999999937.
       01  WS-P2               PIC S9(10) COMP VALUE 999999929.
       01  WS-BILLION          PIC S9(10) COMP VALUE 1000000000.
       01  WS-H1               PIC S9(10) COMP VALUE ZERO.
       01  WS-H2               PIC S9(10) COMP VALUE ZERO.
       01  WS-T                PIC S9(15) COMP VALUE ZERO.
       01  WS-Q                PIC S9(15) COMP VALUE ZERO.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY XCHN.
       EJECT
       PROCEDURE DIVISION USING WK-C-XCHN-RECORD.
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
           MOVE     SPACES              TO WK-C-XCHN-ERROR-CD.
           MOVE     ZEROES              TO WK-N-XCHN-CHKVAL.
           IF       WK-N-XCHN-DATALEN > 400
                    MOVE 400            TO WK-N-XCHN-DATALEN.

           IF       WK-C-XCHN-MODE = "CHK"
                    PERFORM C000-FOLD-ROW
                       THRU C099-FOLD-ROW-EX
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     ZEROES              TO WK-N-XCHN-CHNSEQ
                                           WK-N-XCHN-PRVCHK.
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           ACCEPT   WS-TIME-RAW         FROM TIME.

           OPEN     I-O TFSAUDCHN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-XCHN-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    THE READ HOLDS THE HEAD LOCKED UNTIL THE REWRITE, SO TWO
      *    WRITERS CANNOT TAKE THE SAME LINK.
           MOVE     "N"                 TO WS-NEW-HEAD-SW.
           INITIALIZE                   TFSAUDCHN-REC-1.
           MOVE     WK-C-XCHN-FILEID    TO TFSAUDCHN-FILEID.
           READ     TFSAUDCHN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-RECORD-NOT-FOUND
                    MOVE "Y"            TO WS-NEW-HEAD-SW
                    INITIALIZE          TFSAUDCHN-REC-1
                    MOVE WK-C-XCHN-FILEID TO TFSAUDCHN-FILEID
           ELSE
                    IF NOT WK-C-SUCCESSFUL
                       MOVE "COM0206"   TO WK-C-XCHN-ERROR-CD
                       CLOSE TFSAUDCHN
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           COMPUTE  WK-N-XCHN-CHNSEQ = TFSAUDCHN-LASTSEQ + 1.
           MOVE     TFSAUDCHN-LASTCHK   TO WK-N-XCHN-PRVCHK.
           PERFORM  C000-FOLD-ROW
              THRU  C099-FOLD-ROW-EX.

           MOVE     WK-N-XCHN-CHNSEQ    TO TFSAUDCHN-LASTSEQ.
           MOVE     WK-N-XCHN-CHKVAL    TO TFSAUDCHN-LASTCHK.
           MOVE     WS-DATE-8           TO TFSAUDCHN-LSTDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSAUDCHN-LSTTIME.
           IF       WS-NEW-HEAD-SW = "Y"
                    WRITE   TFSAUDCHN-REC-1
           ELSE
                    REWRITE TFSAUDCHN-REC-1
           END-IF.
      *    NO HEAD, NO LINK - THE ROW GOES OUT UNCHAINED AND GHAUDVFY
      *    REPORTS IT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-XCHN-ERROR-CD
                    MOVE ZEROES         TO WK-N-XCHN-CHNSEQ
                                           WK-N-XCHN-PRVCHK
                                           WK-N-XCHN-CHKVAL
           END-IF.
           CLOSE    TFSAUDCHN.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       C000-FOLD-ROW.
      *---------------------------------------------------------------*
      *    SEED WITH THE PREVIOUS CHECK VALUE, THEN FOLD EVERY BYTE:
      *    H = (H * K + BYTE + 1) MOD P.
           DIVIDE   WK-N-XCHN-PRVCHK    BY WS-BILLION
                    GIVING WS-H1 REMAINDER WS-H2.
           MOVE     WK-C-XCHN-FILEID    TO WS-FOLD-FILEID.
           MOVE     WK-N-XCHN-CHNSEQ    TO WS-FOLD-SEQ.
           MOVE     WK-C-XCHN-DATA      TO WS-FOLD-DATA.
           COMPUTE  WS-FOLD-LEN = 20 + WK-N-XCHN-DATALEN.
           PERFORM  C100-FOLD-ONE-BYTE
              THRU  C199-FOLD-ONE-BYTE-EX
                    VARYING WS-FOLD-IX FROM 1 BY 1
                    UNTIL WS-FOLD-IX > WS-FOLD-LEN.
           COMPUTE  WK-N-XCHN-CHKVAL = WS-H1 * WS-BILLION + WS-H2.

       C099-FOLD-ROW-EX.
           EXIT.

       C100-FOLD-ONE-BYTE.
           MOVE     ZEROES              TO WS-ORD-BIN.
           MOVE     WS-FOLD-BUF (WS-FOLD-IX:1) TO WS-ORD-X (2:1).
           COMPUTE  WS-T = WS-H1 * 31 + WS-ORD-BIN + 1.
           DIVIDE   WS-T BY WS-P1 GIVING WS-Q REMAINDER WS-H1.
           COMPUTE  WS-T = WS-H2 * 37 + WS-ORD-BIN + 1.
           DIVIDE   WS-T BY WS-P2 GIVING WS-Q REMAINDER WS-H2.

       C199-FOLD-ONE-BYTE-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXCHN  ***************
      ******************************************************************

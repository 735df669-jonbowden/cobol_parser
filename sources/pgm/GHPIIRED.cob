      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHPIIRED.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  PERSONAL DATA REDACTION OF AGED ARCHIVE ROWS.
      *               TFSSTPLH KEEPS EVERY PAYMENT IN FULL FOR AS LONG
      *               AS THE RETENTION RULES HOLD IT, BUT THE PRIVACY
      *               POLICY ALLOWS PERSONAL DATA TO BE KEPT ONLY SO
      *               LONG. ROWS WHOSE INTAKE DATE IS OLDER THAN THE
      *               PIIREDYR PARAMETER (YEARS, DEFAULT 7) HAVE THE
      *               ORDERING CUSTOMER NAME AND ADDRESS, BENEFICIARY
      *               NAME AND ADDRESS, REMITTANCE TEXT AND 23E
      *               ADDITIONAL INFORMATION BLANKED, AND THE
      *               BENEFICIARY ACCOUNT REPLACED BY A TOKEN - A
      *               KEYED FOLD OF THE ACCOUNT (TRFXCHN, SEEDED WITH
      *               THE PIIKEY PARAMETER) - SO THE SAME ACCOUNT
      *               STILL MATCHES ACROSS ROWS WITHOUT BEING SHOWN.
      *               AMOUNTS, BICS, BANK PARTY TAGS, DATES AND
      *               OUTCOMES ARE LEFT AS THEY ARE. ANY ROW UNDER AN
      *               ACTIVE OR RELEASE-PENDING TFSLGLHLD HOLD IS NOT
      *               TOUCHED. A REDACTED ROW CARRIES "*REDACTED*" AND
      *               THE RUN DATE IN ITS TAG 50 NAME, SO A RERUN
      *               PASSES OVER IT. THE REPORT GIVES ROWS REDACTED
      *               BY INTAKE MONTH.
ARCP01*               ONLY THE MONTHLY ARCHIVE PARTITIONS UP TO THE
ARCP01*               CUT-OFF MONTH ARE READ, AND THE ACCOUNT TOKEN IS
ARCP01*               CARRIED TO THE ITEM'S TFSARCIDX INDEX ROW SO THE
ARCP01*               CLEAR ACCOUNT DOES NOT SURVIVE THERE. AN OFFLINE
ARCP01*               PARTITION IS REPORTED AND LEFT FOR ITS RESTORE.
      *NOTE        :  MODELLED ON GHAUDVFY.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - READS THE MONTHLY TFSSTPLH
      *                        PARTITIONS UP TO THE CUT-OFF MONTH AND
      *                        TOKENISES THE ACCOUNT ON TFSARCIDX TOO.
      *---------------------------------------------------------------*
      *  PIIR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSTPLH ASSIGN TO DATABASE-TFSSTPLH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSLGLHLD ASSIGN TO DATABASE-TFSLGLHLD
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS SEQUENTIAL
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
ARCP01     SELECT TFSARCIDX ASSIGN TO DATABASE-TFSARCIDX
ARCP01            ORGANIZATION      IS INDEXED
ARCP01            ACCESS MODE       IS RANDOM
ARCP01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ARCP01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSTPLH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPLH-REC.
       01  TFSSTPLH-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPLH.
       01  TFSSTPLH-REC-1.
           COPY TFSSTPL.
       FD  TFSLGLHLD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSLGLHLD-REC.
       01  TFSLGLHLD-REC.
           COPY DDS-ALL-FORMATS OF TFSLGLHLD.
       01  TFSLGLHLD-REC-1.
           COPY TFSLGLHLD.
ARCP01 FD  TFSARCIDX
ARCP01     LABEL RECORDS ARE OMITTED
ARCP01     DATA RECORD IS TFSARCIDX-REC.
ARCP01 01  TFSARCIDX-REC.
ARCP01     COPY DDS-ALL-FORMATS OF TFSARCIDX.
ARCP01 01  TFSARCIDX-REC-1.
ARCP01     COPY TFSARCIDX.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHPIIRED  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY XPARA.
       COPY JLOG.
       COPY XCHN.
ARCP01 COPY ARCP.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-HELD-SW          PIC X(01)  VALUE "N".
           88 WS-HELD                     VALUE "Y".
ARCP01 01  WS-PRT-EOF-SW       PIC X(01)  VALUE "N".
ARCP01     88 WS-PRT-EOF                  VALUE "Y".
ARCP01 01  WS-TOMTH            PIC 9(06) VALUE ZEROES.
ARCP01 01  WS-AFT-MTH          PIC 9(06) VALUE ZEROES.

      * AGE LIMIT AND TOKEN KEY - DEFAULTS STAND WHEN NOT PARAMETERISED.
       01  WS-RED-YEARS        PIC 9(03)  VALUE 7.
       01  WS-TOKEN-KEY        PIC 9(18)  VALUE ZEROES.
       01  WS-CUTOFF-DTE       PIC S9(08) VALUE ZEROES.

      * THE REDACTION MARKER LEFT IN TAG 50 NAME.
       01  WS-RED-MARK.
           05 WS-RED-MARK-TXT  PIC X(10)  VALUE "*REDACTED*".
           05 FILLER           PIC X(01)  VALUE SPACE.
           05 WS-RED-MARK-DTE  PIC 9(08).
       01  WS-TOKEN.
           05 FILLER           PIC X(01)  VALUE "#".
           05 WS-TOKEN-VAL     PIC 9(18).

      * LIVE LEGAL HOLDS, LOADED ONCE. A REGISTER TOO BIG FOR THE TABLE
      * STOPS THE RUN - A HOLD MUST NEVER BE MISSED.
       77  WS-LH-MAX           PIC S9(04) COMP VALUE 500.
       77  WS-LH-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-LH-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-LH-TABLE.
           05 WS-LH-ENTRY      OCCURS 500.
              10 WS-LH-TYPE       PIC X(01).
              10 WS-LH-PARALNO    PIC 9(08).
              10 WS-LH-SEQNUM     PIC 9(02).
              10 WS-LH-FROMDTE    PIC S9(08).
              10 WS-LH-TODTE      PIC S9(08).
              10 WS-LH-CNTRPTY    PIC X(11).

      * ROWS REDACTED BY INTAKE MONTH.
       77  WS-MN-MAX           PIC S9(04) COMP VALUE 300.
       77  WS-MN-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-MN-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-MN-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-MN-TABLE.
           05 WS-MN-ENTRY      OCCURS 300.
              10 WS-MN-YYMM       PIC 9(06).
              10 WS-MN-RED        PIC S9(09) COMP.
       01  WS-ROW-YYMM         PIC 9(06).

       77  WS-IX               PIC S9(04) COMP VALUE ZERO.
       77  WS-SCAN-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-YOUNG-CNT        PIC S9(09) COMP VALUE ZERO.
       77  WS-HELD-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-DONE-CNT         PIC S9(09) COMP VALUE ZERO.
       77  WS-RED-CNT          PIC S9(09) COMP VALUE ZERO.
       77  WS-OVFL-CNT         PIC S9(09) COMP VALUE ZERO.
ARCP01 77  WS-OFF-CNT          PIC S9(09) COMP VALUE ZERO.

       01  WS-ED-N             PIC Z(08)9.
       01  WS-JOBNAME          PIC X(10) VALUE "GHPIIRED".

       EJECT
      ********************
       PROCEDURE DIVISION.
      ********************
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
           ACCEPT   WS-RUN-DATE-YMD     FROM DATE.
           MOVE     WS-RUN-DATE-YYMD    TO WS-RUN-DATE-8.
           MOVE     WS-RUN-DATE-8       TO WS-RED-MARK-DTE.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-GET-PARAMETERS
              THRU  A199-GET-PARAMETERS-EX.
           COMPUTE  WS-CUTOFF-DTE = WS-RUN-DATE-8
                                  - WS-RED-YEARS * 10000.

           DISPLAY  "GHPIIRED - ARCHIVE PERSONAL DATA REDACTION "
                    WS-RUN-DATE-8.
           DISPLAY  "GHPIIRED - AGE LIMIT (YEARS)        : "
                    WS-RED-YEARS.
           DISPLAY  "GHPIIRED - REDACTING INTAKE BEFORE  : "
                    WS-CUTOFF-DTE.

           PERFORM  B000-LOAD-LEGAL-HOLDS
              THRU  B099-LOAD-LEGAL-HOLDS-EX.

ARCP01     OPEN     I-O TFSARCIDX.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHPIIRED - OPEN FILE ERROR - TFSARCIDX"
ARCP01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              GO TO Y900-ABNORMAL-TERMINATION.
ARCP01*    ONLY PARTITIONS UP TO THE CUT-OFF MONTH CAN HOLD AGED ROWS.
ARCP01     COMPUTE  WS-TOMTH = WS-CUTOFF-DTE / 100.
ARCP01     MOVE     ZEROES              TO WS-AFT-MTH.
ARCP01     MOVE     "N"                 TO WS-PRT-EOF-SW.
ARCP01     PERFORM  A200-REDACT-PARTITION
ARCP01        THRU  A299-REDACT-PARTITION-EX
ARCP01              UNTIL WS-PRT-EOF.
ARCP01     CLOSE    TFSARCIDX.
ARCP01     IF       WS-OFF-CNT > ZERO
ARCP01              MOVE WS-OFF-CNT     TO WS-ED-N
ARCP01              DISPLAY "GHPIIRED - OFFLINE PARTITIONS SKIPPED: "
ARCP01                      WS-ED-N
ARCP01     END-IF.

           PERFORM  E000-PRINT-REPORT
              THRU  E099-PRINT-REPORT-EX.

           MOVE     WS-RED-CNT          TO WK-N-JLOG-ITEMCNT.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-GET-PARAMETERS.
      *---------------------------------------------------------------*
      *    AN AGE UNDER ONE YEAR IS TAKEN AS A KEYING SLIP, NOT AN
      *    INSTRUCTION TO STRIP LAST MONTH'S PAYMENTS.
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "PIIREDYR"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100
                    MOVE WK-N-XPARA-PARANUM TO WS-RED-YEARS.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "PIIKEY"            TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    MOVE WK-N-XPARA-PARANUM TO WS-TOKEN-KEY.

       A199-GET-PARAMETERS-EX.
           EXIT.

ARCP01*---------------------------------------------------------------*
ARCP01 A200-REDACT-PARTITION.
ARCP01*---------------------------------------------------------------*
ARCP01*    AN OFFLINE PARTITION CANNOT BE REDACTED IN PLACE - IT IS
ARCP01*    NAMED SO IT CAN BE RESTORED AND THE RUN REPEATED.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "NXT"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     ZEROES              TO WK-N-ARCP-FROMMTH.
ARCP01     MOVE     WS-TOMTH            TO WK-N-ARCP-TOMTH.
ARCP01     MOVE     WS-AFT-MTH          TO WK-N-ARCP-AFTMTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01              OR WK-C-ARCP-FOUND NOT = "Y"
ARCP01              MOVE "Y"            TO WS-PRT-EOF-SW
ARCP01              GO TO A299-REDACT-PARTITION-EX.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WS-AFT-MTH.
ARCP01
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHPIIRED - PARTITION " WK-N-ARCP-PRTMTH
ARCP01                      " IS OFFLINE - NOT REDACTED"
ARCP01              ADD  1              TO WS-OFF-CNT
ARCP01              GO TO A299-REDACT-PARTITION-EX.
ARCP01
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO A299-REDACT-PARTITION-EX.
ARCP01
           OPEN     I-O TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHPIIRED - OPEN FILE ERROR - TFSSTPLH"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              CLOSE TFSARCIDX
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  C000-READ-ARCHIVE
              THRU  C099-READ-ARCHIVE-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPLH.
ARCP01
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01
ARCP01 A299-REDACT-PARTITION-EX.
ARCP01     EXIT.

      *---------------------------------------------------------------*
       B000-LOAD-LEGAL-HOLDS.
      *---------------------------------------------------------------*
      *    ACTIVE (A) AND RELEASE-PENDING (3) HOLDS BOTH PROTECT - THE
      *    SAME RULE AS GHHSKP AND THE GHOINSSTPL PURGE.
           OPEN     INPUT TFSLGLHLD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHPIIRED - OPEN FILE ERROR - TFSLGLHLD"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B100-READ-HOLD
              THRU  B199-READ-HOLD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSLGLHLD.
           DISPLAY  "GHPIIRED - LIVE LEGAL HOLDS LOADED  : "
                    WS-LH-CNT.

       B099-LOAD-LEGAL-HOLDS-EX.
           EXIT.

       B100-READ-HOLD.
           READ     TFSLGLHLD NEXT RECORD.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-READ-HOLD-EX.
           IF       TFSLGLHLD-HLDSTAT NOT = "A"
                    AND TFSLGLHLD-HLDSTAT NOT = "3"
                    GO TO B199-READ-HOLD-EX.
           IF       WS-LH-CNT NOT < WS-LH-MAX
                    DISPLAY "GHPIIRED - LEGAL HOLD TABLE FULL AT "
                            WS-LH-MAX " - RUN STOPPED"
                    CLOSE TFSLGLHLD
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-LH-CNT.
           MOVE     TFSLGLHLD-HLDTYPE   TO WS-LH-TYPE    (WS-LH-CNT).
           MOVE     TFSLGLHLD-PARALNO   TO WS-LH-PARALNO (WS-LH-CNT).
           MOVE     TFSLGLHLD-SEQNUM    TO WS-LH-SEQNUM  (WS-LH-CNT).
           MOVE     TFSLGLHLD-FROMDTE   TO WS-LH-FROMDTE (WS-LH-CNT).
           MOVE     TFSLGLHLD-TODTE     TO WS-LH-TODTE   (WS-LH-CNT).
           MOVE     TFSLGLHLD-CNTRPTY   TO WS-LH-CNTRPTY (WS-LH-CNT).

       B199-READ-HOLD-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-READ-ARCHIVE.
      *---------------------------------------------------------------*
           READ     TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO C099-READ-ARCHIVE-EX.
           ADD      1                   TO WS-SCAN-CNT.

           IF       TFSSPTL-INTDTE NOT < WS-CUTOFF-DTE
                    ADD 1               TO WS-YOUNG-CNT
                    GO TO C099-READ-ARCHIVE-EX.
           IF       TFSSPTL-TAG50NM (1:10) = WS-RED-MARK-TXT
                    ADD 1               TO WS-DONE-CNT
                    GO TO C099-READ-ARCHIVE-EX.

           MOVE     "N"                 TO WS-HELD-SW.
           PERFORM  C100-CHECK-HOLD
              THRU  C199-CHECK-HOLD-EX
                    VARYING WS-LH-IX FROM 1 BY 1
                    UNTIL WS-LH-IX > WS-LH-CNT
                       OR WS-HELD.
           IF       WS-HELD
                    ADD 1               TO WS-HELD-CNT
                    GO TO C099-READ-ARCHIVE-EX.

           PERFORM  D000-REDACT-ROW
              THRU  D099-REDACT-ROW-EX.
           REWRITE  TFSSTPLH-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHPIIRED - REWRITE ERROR - TFSSTPLH "
                            TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    CLOSE TFSSTPLH
ARCP01                    TFSARCIDX
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
                    GO TO Y900-ABNORMAL-TERMINATION.
ARCP01     PERFORM  D400-REDACT-INDEX
ARCP01        THRU  D499-REDACT-INDEX-EX.
           ADD      1                   TO WS-RED-CNT.
           PERFORM  D200-COUNT-MONTH
              THRU  D299-COUNT-MONTH-EX.

       C099-READ-ARCHIVE-EX.
           EXIT.

       C100-CHECK-HOLD.
           IF       WS-LH-TYPE (WS-LH-IX) = "I"
                    IF WS-LH-PARALNO (WS-LH-IX) = TFSSPTL-PARALNO
                       AND WS-LH-SEQNUM (WS-LH-IX) = TFSSPTL-SEQNUM
                       MOVE "Y"         TO WS-HELD-SW
                    END-IF
                    GO TO C199-CHECK-HOLD-EX.
           IF       TFSSPTL-INTDTE NOT < WS-LH-FROMDTE (WS-LH-IX)
                    AND TFSSPTL-INTDTE NOT > WS-LH-TODTE (WS-LH-IX)
                    AND (WS-LH-CNTRPTY (WS-LH-IX) = SPACES
                         OR WS-LH-CNTRPTY (WS-LH-IX) = TFSSPTL-SENBNKID)
                    MOVE "Y"            TO WS-HELD-SW.

       C199-CHECK-HOLD-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REDACT-ROW.
      *---------------------------------------------------------------*
      *    THE ACCOUNT IS TOKENISED FIRST, WHILE IT IS STILL THERE. A
      *    BLANK ACCOUNT STAYS BLANK.
           IF       TFSSPTL-TAG59-V1 NOT = SPACES
                    INITIALIZE          WK-C-XCHN-RECORD
                    MOVE "CHK"          TO WK-C-XCHN-MODE
                    MOVE "PIIRED"       TO WK-C-XCHN-FILEID
                    MOVE 35             TO WK-N-XCHN-DATALEN
                    MOVE TFSSPTL-TAG59-V1 TO WK-C-XCHN-DATA
                    MOVE WS-TOKEN-KEY   TO WK-N-XCHN-PRVCHK
                    CALL "TRFXCHN"      USING WK-C-XCHN-RECORD
                    MOVE WK-N-XCHN-CHKVAL TO WS-TOKEN-VAL
                    MOVE WS-TOKEN       TO TFSSPTL-TAG59-V1
           END-IF.

           MOVE     WS-RED-MARK         TO TFSSPTL-TAG50NM.
           MOVE     SPACES              TO TFSSPTL-TAG50AD1
                                           TFSSPTL-TAG50AD2
                                           TFSSPTL-TAG70-V1
                                           TFSSPTL-TAG70-V2
                                           TFSSPTL-TAG70-V3
                                           TFSSPTL-TAG70-V4.
           PERFORM  D100-BLANK-LINE
              THRU  D199-BLANK-LINE-EX
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > 4.

       D099-REDACT-ROW-EX.
           EXIT.

       D100-BLANK-LINE.
           MOVE     SPACES              TO TFSSPTL-TAG59-V2 (WS-IX)
                                           TFSSPTL-T23E-INF (WS-IX).

       D199-BLANK-LINE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-COUNT-MONTH.
      *---------------------------------------------------------------*
           MOVE     TFSSPTL-INTDTE (1:6) TO WS-ROW-YYMM.
           MOVE     ZERO                TO WS-MN-FND.
           PERFORM  D300-FIND-MONTH
              THRU  D399-FIND-MONTH-EX
                    VARYING WS-MN-IX FROM 1 BY 1
                    UNTIL WS-MN-IX > WS-MN-CNT
                       OR WS-MN-FND > ZERO.
           IF       WS-MN-FND = ZERO
                    IF WS-MN-CNT NOT < WS-MN-MAX
                       ADD 1            TO WS-OVFL-CNT
                       GO TO D299-COUNT-MONTH-EX
                    END-IF
                    ADD 1               TO WS-MN-CNT
                    MOVE WS-MN-CNT      TO WS-MN-FND
                    MOVE WS-ROW-YYMM    TO WS-MN-YYMM (WS-MN-FND)
                    MOVE ZERO           TO WS-MN-RED  (WS-MN-FND)
           END-IF.
           ADD      1                   TO WS-MN-RED (WS-MN-FND).

       D299-COUNT-MONTH-EX.
           EXIT.

       D300-FIND-MONTH.
           IF       WS-MN-YYMM (WS-MN-IX) = WS-ROW-YYMM
                    MOVE WS-MN-IX       TO WS-MN-FND.

       D399-FIND-MONTH-EX.
           EXIT.

ARCP01*---------------------------------------------------------------*
ARCP01 D400-REDACT-INDEX.
ARCP01*---------------------------------------------------------------*
ARCP01*    THE INDEX CARRIES THE FIRST TAG 59 LINE - GIVE IT THE SAME
ARCP01*    TOKEN, SO AN ACCOUNT SEARCH STILL MATCHES ACROSS ROWS. A
ARCP01*    ROW WITH NO INDEX ENTRY HAS NOTHING TO REDACT THERE.
ARCP01     INITIALIZE                   TFSARCIDX-REC-1.
ARCP01     MOVE     TFSSPTL-PARALNO     TO TFSARCIDX-PARALNO.
ARCP01     MOVE     TFSSPTL-SEQNUM      TO TFSARCIDX-SEQNUM.
ARCP01     READ     TFSARCIDX KEY IS EXTERNALLY-DESCRIBED-KEY.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              GO TO D499-REDACT-INDEX-EX.
ARCP01     MOVE     TFSSPTL-TAG59-V1    TO TFSARCIDX-BENACCT.
ARCP01     REWRITE  TFSARCIDX-REC-1.
ARCP01     IF       NOT WK-C-SUCCESSFUL
ARCP01              DISPLAY "GHPIIRED - REWRITE ERROR - TFSARCIDX "
ARCP01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
ARCP01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ARCP01              CLOSE TFSSTPLH
ARCP01                    TFSARCIDX
ARCP01              MOVE "DLT"          TO WK-C-ARCP-ACTION
ARCP01              CALL "TRFXARCP"     USING WK-C-ARCP-RECORD
ARCP01              GO TO Y900-ABNORMAL-TERMINATION.
ARCP01
ARCP01 D499-REDACT-INDEX-EX.
ARCP01     EXIT.

      *---------------------------------------------------------------*
       E000-PRINT-REPORT.
      *---------------------------------------------------------------*
      *    MONTHS PRINT IN THE ORDER FIRST MET, WHICH FOR THE ARCHIVE
      *    IS ITS ARRIVAL ORDER - OLDEST FIRST.
           DISPLAY  " ".
           DISPLAY  "GHPIIRED - ROWS REDACTED BY INTAKE MONTH".
           DISPLAY  "  MONTH       ROWS".
           PERFORM  E100-PRINT-MONTH
              THRU  E199-PRINT-MONTH-EX
                    VARYING WS-MN-IX FROM 1 BY 1
                    UNTIL WS-MN-IX > WS-MN-CNT.
           IF       WS-OVFL-CNT > ZERO
                    MOVE WS-OVFL-CNT    TO WS-ED-N
                    DISPLAY "  OTHER  " WS-ED-N
           END-IF.

           DISPLAY  " ".
           MOVE     WS-SCAN-CNT         TO WS-ED-N.
           DISPLAY  "GHPIIRED - ARCHIVE ROWS READ        : " WS-ED-N.
           MOVE     WS-YOUNG-CNT        TO WS-ED-N.
           DISPLAY  "GHPIIRED - WITHIN AGE LIMIT         : " WS-ED-N.
           MOVE     WS-DONE-CNT         TO WS-ED-N.
           DISPLAY  "GHPIIRED - ALREADY REDACTED         : " WS-ED-N.
           MOVE     WS-HELD-CNT         TO WS-ED-N.
           DISPLAY  "GHPIIRED - SKIPPED, LEGAL HOLD      : " WS-ED-N.
           MOVE     WS-RED-CNT          TO WS-ED-N.
           DISPLAY  "GHPIIRED - REDACTED THIS RUN        : " WS-ED-N.

       E099-PRINT-REPORT-EX.
           EXIT.

       E100-PRINT-MONTH.
           MOVE     WS-MN-RED (WS-MN-IX) TO WS-ED-N.
           DISPLAY  "  " WS-MN-YYMM (WS-MN-IX) " " WS-ED-N.

       E199-PRINT-MONTH-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "ABN"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.
           PERFORM  Z000-END-PROGRAM-ROUTINE
              THRU  Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHPIIRED ***************
      ******************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHRTGSFN.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  RTGS SETTLEMENT FINALITY SWEEP. AN ITEM WHOSE
      *               LEG WENT OUT ON MEPS+, RENTAS OR HK RTGS WAS
      *               TREATED AS DONE - WHETHER THE RTGS SETTLED IT,
      *               QUEUED IT OR REJECTED IT WAS NEVER KNOWN. THIS
      *               SWEEP READS THE RTGS CONFIRMATION FILE
      *               (TFSRTGSIN - QUEUED, SETTLED, REJECTED) AND
      *               MATCHES EACH ONE THROUGH OUR RTGS REFERENCE TO
      *               THE TFSRTGSFN ROW TRFGRTFN WROTE AS THE ITEM
      *               POSTED:
      *                 - QUE / SET MOVE THE ROW ALONG AND WRITE THE
      *                   EVENT ON THE ITEM'S STATUS HISTORY
      *                 - RJT RECORDS THE RTGS REASON, RAISES A
      *                   CRITICAL ALERT AND REOPENS THE ITEM IN
      *                   REPAIR (PRCIND "R") WITH RSN0425 AND THE
      *                   RTGS REASON CODE ON RFTRRSN
      *               THEN EVERY LEG STILL UNSETTLED LONGER THAN THE
      *               RTGFINMN PARAMETER (DEFAULT 30 MINUTES) IS
      *               ALERTED, ONCE. RUN ON THE SAME INTRADAY
      *               SCHEDULE AS GHNETNTF.
      *NOTE        :  MODELLED ON GHNETNTF.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RTFN01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSRTGSIN ASSIGN TO DATABASE-TFSRTGSIN
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRTGSFN ASSIGN TO DATABASE-TFSRTGSFN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSRTGSIN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRTGSIN-REC.
       01  TFSRTGSIN-REC.
           COPY DDS-ALL-FORMATS OF TFSRTGSIN.
      * CONFIRMATION RECORD AS DELIVERED BY THE RTGS INTERFACE.
       01  TFSRTGSIN-REC-1.
           05 TFSRTGSIN-CNFTYP     PIC X(03).
      *       QUE = QUEUED AT THE RTGS  SET = SETTLED
      *       RJT = REJECTED
           05 TFSRTGSIN-RTGSREF.
              10 TFSRTGSIN-RR-PFX  PIC X(02).
              10 TFSRTGSIN-RR-PARA PIC X(08).
              10 TFSRTGSIN-RR-PARA-N REDEFINES TFSRTGSIN-RR-PARA
                                   PIC 9(08).
              10 TFSRTGSIN-RR-SEQ  PIC X(02).
              10 TFSRTGSIN-RR-SEQ-N REDEFINES TFSRTGSIN-RR-SEQ
                                   PIC 9(02).
              10 FILLER            PIC X(04).
           05 TFSRTGSIN-RTGSTRN    PIC X(16).
           05 TFSRTGSIN-RJTCD      PIC X(04).
           05 TFSRTGSIN-CNFDTE     PIC S9(08).
           05 TFSRTGSIN-CNFTIME    PIC S9(06).
           05 TFSRTGSIN-CUYCD      PIC X(03).
           05 TFSRTGSIN-AMT        PIC S9(13)V9(02).
           05 FILLER               PIC X(29).
       FD  TFSRTGSFN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRTGSFN-REC.
       01  TFSRTGSFN-REC.
           COPY DDS-ALL-FORMATS OF TFSRTGSFN.
       01  TFSRTGSFN-REC-1.
           COPY TFSRTGSFN.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHRTGSFN  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY XPARA.
       COPY JLOG.
       COPY ALRT.
       COPY RRSN.
       COPY SHST.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-CNF-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-QUE-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-SET-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-RJT-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-UNMT-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-IGN-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-RPR-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-LATE-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-FIN-LIMIT        PIC 9(05) VALUE 30.
       01  WS-AGE-MINS         PIC S9(09) COMP VALUE ZERO.
       01  WS-NOW-ABS-MINS     PIC S9(09) COMP VALUE ZERO.
       01  WS-CLK-HH           PIC 9(02) VALUE ZERO.
       01  WS-CLK-MM           PIC 9(02) VALUE ZERO.
       01  WS-CLKTIME-X        PIC 9(06) VALUE ZERO.
       01  WS-AGE-D            PIC 9(05) VALUE ZERO.
       01  WS-ED-AMT           PIC Z(12)9.99-.
       01  WS-EVTCD            PIC X(04).
       01  WS-RSNDESC          PIC X(30).
       01  WS-JOBNAME          PIC X(10) VALUE "GHRTGSFN".

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
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:2)   TO WS-CLK-HH.
           MOVE     WS-TIME-RAW (3:2)   TO WS-CLK-MM.
           COMPUTE  WS-NOW-ABS-MINS =
                    FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8) * 1440
                    + (WS-CLK-HH * 60) + WS-CLK-MM.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           PERFORM  A100-GET-FINALITY-LIMIT
              THRU  A199-GET-FINALITY-LIMIT-EX.

           OPEN     I-O TFSRTGSFN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - OPEN FILE ERROR - TFSRTGSFN"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - OPEN FILE ERROR - TFSSTPL"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  B000-APPLY-CONFIRMATIONS
              THRU  B099-APPLY-CONFIRMATIONS-EX.
           PERFORM  D000-SWEEP-UNSETTLED
              THRU  D099-SWEEP-UNSETTLED-EX.

           DISPLAY  "GHRTGSFN - CONFIRMATIONS READ   : " WS-CNF-CNT.
           DISPLAY  "GHRTGSFN -   QUEUED             : " WS-QUE-CNT.
           DISPLAY  "GHRTGSFN -   SETTLED            : " WS-SET-CNT.
           DISPLAY  "GHRTGSFN -   REJECTED           : " WS-RJT-CNT.
           DISPLAY  "GHRTGSFN -   UNMATCHED          : " WS-UNMT-CNT.
           DISPLAY  "GHRTGSFN -   OUT OF SEQUENCE    : " WS-IGN-CNT.
           DISPLAY  "GHRTGSFN - ITEMS BACK TO REPAIR : " WS-RPR-CNT.
           DISPLAY  "GHRTGSFN - SETTLEMENT OVERDUE   : " WS-LATE-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-CNF-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-GET-FINALITY-LIMIT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "RTGFINMN"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100000
                    MOVE WK-N-XPARA-PARANUM TO WS-FIN-LIMIT.

       A199-GET-FINALITY-LIMIT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-APPLY-CONFIRMATIONS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSRTGSIN.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - NO RTGS CONFIRMATION FILE "
                            "THIS RUN"
                    GO TO B099-APPLY-CONFIRMATIONS-EX.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-APPLY-ONE-CONFIRMATION
              THRU  B019-APPLY-ONE-CONFIRMATION-EX
                    UNTIL WS-EOF.
           CLOSE    TFSRTGSIN.

       B099-APPLY-CONFIRMATIONS-EX.
           EXIT.

       B010-APPLY-ONE-CONFIRMATION.
           READ     TFSRTGSIN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-APPLY-ONE-CONFIRMATION-EX.
           ADD      1                   TO WS-CNF-CNT.

           IF       TFSRTGSIN-RR-PFX NOT = "RT"
                    OR TFSRTGSIN-RR-PARA NOT NUMERIC
                    OR TFSRTGSIN-RR-SEQ NOT NUMERIC
                    GO TO B018-UNMATCHED.
           INITIALIZE                   TFSRTGSFN-REC-1.
           MOVE     TFSRTGSIN-RR-PARA-N TO TFSRTGSFN-PARALNO.
           MOVE     TFSRTGSIN-RR-SEQ-N  TO TFSRTGSFN-SEQNUM.
           READ     TFSRTGSFN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSRTGSFN-RTGSREF NOT = TFSRTGSIN-RTGSREF
                    GO TO B018-UNMATCHED.

           IF       TFSRTGSIN-AMT NOT = ZERO
                    AND TFSRTGSIN-AMT NOT = TFSRTGSFN-AMT
                    MOVE TFSRTGSIN-AMT  TO WS-ED-AMT
                    DISPLAY "GHRTGSFN - WARNING - " TFSRTGSIN-CNFTYP
                            " FOR " TFSRTGSIN-RTGSREF " QUOTES "
                            TFSRTGSIN-CUYCD " " WS-ED-AMT
           END-IF.

      *    SETTLED IS FINAL AND A REJECTION STANDS UNTIL THE ITEM
      *    POSTS AGAIN - A CONFIRMATION THAT ARRIVES AFTER EITHER
      *    CHANGES NOTHING (THE INTERFACE DOES NOT GUARANTEE ORDER).
      *    ONE THAT CONTRADICTS THEM IS ALERTED FOR OPS.
           EVALUATE TFSRTGSIN-CNFTYP
               WHEN "QUE"
                    IF TFSRTGSFN-FINSTS NOT = "W"
                       GO TO B017-OUT-OF-SEQUENCE
                    END-IF
                    ADD  1              TO WS-QUE-CNT
                    MOVE "Q"            TO TFSRTGSFN-FINSTS
                    MOVE "RTQU"         TO WS-EVTCD
               WHEN "SET"
                    IF TFSRTGSFN-FINSTS NOT = "W" AND NOT = "Q"
                       GO TO B017-OUT-OF-SEQUENCE
                    END-IF
                    ADD  1              TO WS-SET-CNT
                    MOVE "S"            TO TFSRTGSFN-FINSTS
                    MOVE TFSRTGSIN-RTGSTRN TO TFSRTGSFN-RTGSTRN
                    MOVE "RTST"         TO WS-EVTCD
               WHEN "RJT"
                    IF TFSRTGSFN-FINSTS NOT = "W" AND NOT = "Q"
                       GO TO B017-OUT-OF-SEQUENCE
                    END-IF
                    ADD  1              TO WS-RJT-CNT
                    MOVE "J"            TO TFSRTGSFN-FINSTS
                    MOVE TFSRTGSIN-RTGSTRN TO TFSRTGSFN-RTGSTRN
                    MOVE TFSRTGSIN-RJTCD   TO TFSRTGSFN-RJTCD
                    MOVE "RTRJ"         TO WS-EVTCD
               WHEN OTHER
                    ADD  1              TO WS-UNMT-CNT
                    DISPLAY "GHRTGSFN - UNKNOWN CONFIRMATION TYPE "
                            TFSRTGSIN-CNFTYP " FOR "
                            TFSRTGSIN-RTGSREF
                    GO TO B019-APPLY-ONE-CONFIRMATION-EX
           END-EVALUATE.
           MOVE     TFSRTGSIN-CNFDTE    TO TFSRTGSFN-STSDTE.
           MOVE     TFSRTGSIN-CNFTIME   TO TFSRTGSFN-STSTIME.

           PERFORM  C000-UPDATE-ITEM
              THRU  C099-UPDATE-ITEM-EX.

           REWRITE  TFSRTGSFN-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - REWRITE ERROR - TFSRTGSFN"
                    GO TO Y900-ABNORMAL-TERMINATION.
           GO TO    B019-APPLY-ONE-CONFIRMATION-EX.

       B017-OUT-OF-SEQUENCE.
           ADD      1                   TO WS-IGN-CNT.
           IF       (TFSRTGSIN-CNFTYP = "SET"
                    AND TFSRTGSFN-FINSTS = "J")
                    OR (TFSRTGSIN-CNFTYP = "RJT"
                    AND TFSRTGSFN-FINSTS = "S")
                    INITIALIZE              WK-C-ALRT-RECORD
                    MOVE WS-JOBNAME         TO WK-C-ALRT-SOURCE
                    MOVE "1"                TO WK-C-ALRT-SEVERITY
                    MOVE SPACES             TO WK-C-ALRT-TEXT
                    STRING "RTGS "          DELIMITED BY SIZE
                           TFSRTGSIN-CNFTYP DELIMITED BY SIZE
                           " CONTRADICTS "  DELIMITED BY SIZE
                           TFSRTGSFN-FINSTS DELIMITED BY SIZE
                           " REF "          DELIMITED BY SIZE
                           TFSRTGSFN-RTGSREF DELIMITED BY SIZE
                           INTO WK-C-ALRT-TEXT
                    CALL "TRFXALRT"         USING WK-C-ALRT-RECORD
           END-IF.
           DISPLAY  "GHRTGSFN - " TFSRTGSIN-CNFTYP " IGNORED FOR "
                    TFSRTGSFN-RTGSREF " - LEG ALREADY "
                    TFSRTGSFN-FINSTS.
           GO TO    B019-APPLY-ONE-CONFIRMATION-EX.

       B018-UNMATCHED.
           ADD      1                   TO WS-UNMT-CNT.
           MOVE     TFSRTGSIN-AMT       TO WS-ED-AMT.
           DISPLAY  "GHRTGSFN - " TFSRTGSIN-CNFTYP
                    " FOR UNKNOWN RTGS LEG " TFSRTGSIN-RTGSREF
                    " " TFSRTGSIN-RTGSTRN " " TFSRTGSIN-CUYCD
                    " " WS-ED-AMT.

       B019-APPLY-ONE-CONFIRMATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-UPDATE-ITEM.
      *---------------------------------------------------------------*
      *    THE EVENT GOES ON THE ITEM'S STATUS HISTORY. A REJECTION
      *    OF A PROCESSED ITEM ALSO REOPENS IT IN REPAIR; AN ITEM
      *    OPS HAVE ALREADY MOVED ON IS ONLY ALERTED.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     TFSRTGSFN-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     TFSRTGSFN-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - ITEM NOT ON TFSSTPL "
                            TFSRTGSFN-PARALNO "/" TFSRTGSFN-SEQNUM
                    GO TO C099-UPDATE-ITEM-EX.

           INITIALIZE                   WK-C-SHST-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-SHST-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-SHST-SEQNUM.
           MOVE     TFSSPTL-PRCIND      TO WK-C-SHST-OLDPRC.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-OLDSTR.

           IF       TFSRTGSIN-CNFTYP = "RJT"
                    PERFORM C100-RAISE-REJECTION
                       THRU C199-RAISE-REJECTION-EX
           END-IF.

           MOVE     TFSSPTL-PRCIND      TO WK-C-SHST-NEWPRC.
           MOVE     TFSSPTL-STRIND      TO WK-C-SHST-NEWSTR.
           MOVE     WS-EVTCD            TO WK-C-SHST-EVTCD.
           MOVE     WS-JOBNAME          TO WK-C-SHST-PGMID.
           MOVE     SPACES              TO WK-C-SHST-USERID.
           CALL     "TRFXSHST"          USING WK-C-SHST-RECORD.
           IF       WK-C-SHST-ERROR-CD NOT = SPACES
                    DISPLAY "GHRTGSFN - STATUS HISTORY NOT WRITTEN "
                            TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM.

       C099-UPDATE-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-RAISE-REJECTION.
      *---------------------------------------------------------------*
           MOVE     TFSRTGSFN-AMT       TO WS-ED-AMT.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "1"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   "RTGS REJECT "      DELIMITED BY SIZE
                    TFSRTGSFN-RJTCD     DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    TFSRTGSFN-PMODE     DELIMITED BY SPACE
                    " ITEM "            DELIMITED BY SIZE
                    TFSRTGSFN-RTGSREF   DELIMITED BY SPACE
                    " "                 DELIMITED BY SIZE
                    TFSRTGSFN-CUYCD     DELIMITED BY SIZE
                    WS-ED-AMT           DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHRTGSFN - RTGS REJECT " TFSRTGSFN-RJTCD
                    " " TFSRTGSFN-PMODE " ITEM "
                    TFSRTGSFN-PARALNO "/" TFSRTGSFN-SEQNUM
                    " " TFSRTGSFN-CUYCD " " WS-ED-AMT
                    " FROM " TFSRTGSFN-SENBNKID.

           IF       TFSSPTL-PRCIND NOT = "Y"
                    DISPLAY "GHRTGSFN -   ITEM NOW <" TFSSPTL-PRCIND
                            "> - LEFT FOR OPS"
                    GO TO C199-RAISE-REJECTION-EX.

           MOVE     "R"                 TO TFSSPTL-PRCIND.
           MOVE     SPACE               TO TFSSPTL-STRIND.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - REWRITE ERROR - TFSSTPL"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "Y"                 TO TFSRTGSFN-RPRIND.
           ADD      1                   TO WS-RPR-CNT.

           MOVE     SPACES              TO WS-RSNDESC.
           STRING   "RTGS REJECT "      DELIMITED BY SIZE
                    TFSRTGSFN-RJTCD     DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    TFSRTGSFN-PMODE     DELIMITED BY SPACE
                    INTO WS-RSNDESC.
           INITIALIZE                   WK-C-RRSN-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
           MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
           MOVE     WS-JOBNAME          TO WK-C-RRSN-FUNCTID.
           MOVE     "RSN0425"           TO WK-C-RRSN-RSNCDE.
           MOVE     WS-RSNDESC          TO WK-C-RRSN-RSNDESC.
           MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
           MOVE     WS-JOBNAME          TO WK-C-RRSN-RPRPGM.
           CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
           DISPLAY  "GHRTGSFN -   ITEM BACK TO REPAIR - RSN0425 "
                    TFSRTGSFN-RJTCD.

       C199-RAISE-REJECTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-SWEEP-UNSETTLED.
      *---------------------------------------------------------------*
      *    A LEG SENT ("W") OR QUEUED AT THE RTGS ("Q") WITH NO
      *    SETTLEMENT PAST THE LIMIT IS ALERTED - ONCE PER LEG.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSRTGSFN-REC-1.
           MOVE     ZEROES              TO TFSRTGSFN-PARALNO
                                           TFSRTGSFN-SEQNUM.
           START    TFSRTGSFN KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D099-SWEEP-UNSETTLED-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D010-CHECK-ONE-LEG
              THRU  D019-CHECK-ONE-LEG-EX
                    UNTIL WS-EOF.

       D099-SWEEP-UNSETTLED-EX.
           EXIT.

       D010-CHECK-ONE-LEG.
           READ     TFSRTGSFN NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D019-CHECK-ONE-LEG-EX.
           IF       TFSRTGSFN-FINSTS NOT = "W" AND NOT = "Q"
                    GO TO D019-CHECK-ONE-LEG-EX.
           IF       TFSRTGSFN-ALRTIND = "Y"
                    OR TFSRTGSFN-SNDDTE = ZEROES
                    GO TO D019-CHECK-ONE-LEG-EX.

           MOVE     TFSRTGSFN-SNDTIME   TO WS-CLKTIME-X.
           MOVE     WS-CLKTIME-X (1:2)  TO WS-CLK-HH.
           MOVE     WS-CLKTIME-X (3:2)  TO WS-CLK-MM.
           COMPUTE  WS-AGE-MINS = WS-NOW-ABS-MINS
              - (FUNCTION INTEGER-OF-DATE (TFSRTGSFN-SNDDTE) * 1440
                 + (WS-CLK-HH * 60) + WS-CLK-MM).
           IF       WS-AGE-MINS NOT > WS-FIN-LIMIT
                    GO TO D019-CHECK-ONE-LEG-EX.

           ADD      1                   TO WS-LATE-CNT.
           IF       WS-AGE-MINS > 99999
                    MOVE 99999          TO WS-AGE-D
           ELSE
                    MOVE WS-AGE-MINS    TO WS-AGE-D
           END-IF.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   "RTGS UNSETTLED "   DELIMITED BY SIZE
                    TFSRTGSFN-PMODE     DELIMITED BY SPACE
                    " "                 DELIMITED BY SIZE
                    TFSRTGSFN-RTGSREF   DELIMITED BY SPACE
                    " STATUS "          DELIMITED BY SIZE
                    TFSRTGSFN-FINSTS    DELIMITED BY SIZE
                    " AFTER "           DELIMITED BY SIZE
                    WS-AGE-D            DELIMITED BY SIZE
                    " MIN"              DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHRTGSFN - UNSETTLED " TFSRTGSFN-PMODE
                    " ITEM " TFSRTGSFN-PARALNO "/" TFSRTGSFN-SEQNUM
                    " STATUS " TFSRTGSFN-FINSTS " "
                    WS-AGE-D " MINUTES".

           MOVE     "Y"                 TO TFSRTGSFN-ALRTIND.
           REWRITE  TFSRTGSFN-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRTGSFN - REWRITE ERROR - TFSRTGSFN"
                    GO TO Y900-ABNORMAL-TERMINATION.

       D019-CHECK-ONE-LEG-EX.
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
           CLOSE    TFSRTGSFN  TFSSTPL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHRTGSFN ***************
      ******************************************************************

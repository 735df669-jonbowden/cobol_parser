      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHNETNTF.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  OUTBOUND SWIFT NETWORK NOTIFICATION SWEEP.
      *               A MESSAGE LOGGED ON TFSMSGLOG WAS ONLY EVER
      *               "SENT" - A NETWORK NAK OR A MESSAGE THAT NEVER
      *               REACHED THE RECEIVER WENT UNNOTICED AND THE
      *               TFSOUTQ ITEM STAYED COMPLETE. THIS SWEEP READS
      *               THE INTERFACE'S NOTIFICATION FILE (TFSNETNTF -
      *               ACK, NAK, DELIVERY, NON-DELIVERY) AND MATCHES
      *               EACH ONE TO THE TFSMSGDLV ROW TRFGMSLG WROTE FOR
      *               THE MESSAGE:
      *                 - ACK / DLV MOVE THE ROW ALONG
      *                 - NAK / NDL RECORD THE NETWORK ERROR CODE,
      *                   RAISE A CRITICAL ALERT AND, FOR AN OUTWARD
      *                   PAYMENT BUILT BY TRFGOUTD, PUT THE TFSOUTQ
      *                   ITEM BACK TO REPAIR (PRCIND "R") WITH THE
      *                   CODE ON RFTRRSN (RSN0418 NAK, RSN0419
      *                   NON-DELIVERY) FOR RESUBMISSION
      *               THEN EVERY MESSAGE STILL WITHOUT A DELIVERY
      *               NOTIFICATION LONGER THAN THE NTFDLVMN PARAMETER
      *               (DEFAULT 30 MINUTES) IS ALERTED, ONCE. RUN ON
      *               THE SAME INTRADAY SCHEDULE AS GHSAFSWP.
      *NOTE        :  MODELLED ON GHCAACK/GHSAFSWP.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NAK001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSNETNTF ASSIGN TO DATABASE-TFSNETNTF
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSMSGDLV ASSIGN TO DATABASE-TFSMSGDLV
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSNETNTF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSNETNTF-REC.
       01  TFSNETNTF-REC.
           COPY DDS-ALL-FORMATS OF TFSNETNTF.
      * NOTIFICATION RECORD AS DELIVERED BY THE SWIFT INTERFACE.
       01  TFSNETNTF-REC-1.
           05 TFSNETNTF-NTFTYP     PIC X(03).
      *       ACK = NETWORK ACK         NAK = NETWORK NAK
      *       DLV = DELIVERED           NDL = NON-DELIVERY
           05 TFSNETNTF-MSGTYPE    PIC X(01).
           05 TFSNETNTF-MSGNO      PIC S9(05).
           05 TFSNETNTF-SNDDTE     PIC S9(08).
           05 TFSNETNTF-ERRCD      PIC X(04).
           05 TFSNETNTF-NTFDTE     PIC S9(08).
           05 TFSNETNTF-NTFTIME    PIC S9(06).
           05 FILLER               PIC X(45).
       FD  TFSMSGDLV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSMSGDLV-REC.
       01  TFSMSGDLV-REC.
           COPY DDS-ALL-FORMATS OF TFSMSGDLV.
       01  TFSMSGDLV-REC-1.
           COPY TFSMSGDLV.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHNETNTF  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY XPARA.
       COPY JLOG.
       COPY ALRT.
       COPY RRSN.

       01  WS-RUN-DATE-YYMD.
           05 WS-RUN-DATE-CEN  PIC X(02) VALUE "20".
           05 WS-RUN-DATE-YMD  PIC X(06).
       01  WS-RUN-DATE-8       PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-NTF-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-ACK-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-NAK-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-DLV-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-NDL-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-UNMT-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-RPR-CNT          PIC S9(07) COMP VALUE ZERO.
       77  WS-LATE-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-DLV-LIMIT        PIC 9(05) VALUE 30.
       01  WS-AGE-MINS         PIC S9(09) COMP VALUE ZERO.
       01  WS-NOW-ABS-MINS     PIC S9(09) COMP VALUE ZERO.
       01  WS-CLK-HH           PIC 9(02) VALUE ZERO.
       01  WS-CLK-MM           PIC 9(02) VALUE ZERO.
       01  WS-CLKTIME-X        PIC 9(06) VALUE ZERO.
       01  WS-AGE-D            PIC 9(05) VALUE ZERO.
       01  WS-MSGNO-D          PIC 9(05) VALUE ZEROES.
       01  WS-EVENT-TEXT       PIC X(14) VALUE SPACES.
       01  WS-RSNCDE           PIC X(07).
       01  WS-RSNDESC          PIC X(30).
       01  WS-JOBNAME          PIC X(10) VALUE "GHNETNTF".

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

           PERFORM  A100-GET-DELIVERY-LIMIT
              THRU  A199-GET-DELIVERY-LIMIT-EX.

           OPEN     I-O TFSMSGDLV.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - OPEN FILE ERROR - TFSMSGDLV"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - OPEN FILE ERROR - TFSOUTQ"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM  B000-APPLY-NOTIFICATIONS
              THRU  B099-APPLY-NOTIFICATIONS-EX.
           PERFORM  D000-SWEEP-UNDELIVERED
              THRU  D099-SWEEP-UNDELIVERED-EX.

           DISPLAY  "GHNETNTF - NOTIFICATIONS READ   : " WS-NTF-CNT.
           DISPLAY  "GHNETNTF -   ACK                : " WS-ACK-CNT.
           DISPLAY  "GHNETNTF -   NAK                : " WS-NAK-CNT.
           DISPLAY  "GHNETNTF -   DELIVERED          : " WS-DLV-CNT.
           DISPLAY  "GHNETNTF -   NON-DELIVERY       : " WS-NDL-CNT.
           DISPLAY  "GHNETNTF -   UNMATCHED          : " WS-UNMT-CNT.
           DISPLAY  "GHNETNTF - ITEMS BACK TO REPAIR : " WS-RPR-CNT.
           DISPLAY  "GHNETNTF - DELIVERY OVERDUE     : " WS-LATE-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-NTF-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       A100-GET-DELIVERY-LIMIT.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "NTFDLVMN"          TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-N-XPARA-PARANUM > ZERO
                    AND WK-N-XPARA-PARANUM < 100000
                    MOVE WK-N-XPARA-PARANUM TO WS-DLV-LIMIT.

       A199-GET-DELIVERY-LIMIT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B000-APPLY-NOTIFICATIONS.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSNETNTF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - NO NOTIFICATION FILE THIS "
                            "RUN"
                    GO TO B099-APPLY-NOTIFICATIONS-EX.

           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B010-APPLY-ONE-NOTIFICATION
              THRU  B019-APPLY-ONE-NOTIFICATION-EX
                    UNTIL WS-EOF.
           CLOSE    TFSNETNTF.

       B099-APPLY-NOTIFICATIONS-EX.
           EXIT.

       B010-APPLY-ONE-NOTIFICATION.
           READ     TFSNETNTF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B019-APPLY-ONE-NOTIFICATION-EX.
           ADD      1                   TO WS-NTF-CNT.

           INITIALIZE                   TFSMSGDLV-REC-1.
           MOVE     TFSNETNTF-MSGTYPE   TO TFSMSGDLV-MSGTYPE.
           MOVE     TFSNETNTF-MSGNO     TO TFSMSGDLV-MSGNO.
           MOVE     TFSNETNTF-SNDDTE    TO TFSMSGDLV-SNDDTE.
           READ     TFSMSGDLV KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    ADD  1              TO WS-UNMT-CNT
                    DISPLAY "GHNETNTF - " TFSNETNTF-NTFTYP
                            " FOR UNKNOWN MESSAGE "
                            TFSNETNTF-MSGTYPE " " TFSNETNTF-MSGNO
                            " " TFSNETNTF-SNDDTE
                    GO TO B019-APPLY-ONE-NOTIFICATION-EX.

      *    A LATE ACK NEVER UNDOES A DELIVERY OR A REJECTION ALREADY
      *    RECORDED - THE INTERFACE DOES NOT GUARANTEE ORDER.
           EVALUATE TFSNETNTF-NTFTYP
               WHEN "ACK"
                    ADD  1              TO WS-ACK-CNT
                    MOVE TFSNETNTF-NTFDTE  TO TFSMSGDLV-ACKDTE
                    MOVE TFSNETNTF-NTFTIME TO TFSMSGDLV-ACKTIME
                    IF TFSMSGDLV-DLVSTS = "S" OR "Q"
                       MOVE "A"         TO TFSMSGDLV-DLVSTS
                    END-IF
               WHEN "DLV"
                    ADD  1              TO WS-DLV-CNT
                    MOVE TFSNETNTF-NTFDTE  TO TFSMSGDLV-DLVDTE
                    MOVE TFSNETNTF-NTFTIME TO TFSMSGDLV-DLVTIME
                    IF TFSMSGDLV-DLVSTS NOT = "N"
                       MOVE "D"         TO TFSMSGDLV-DLVSTS
                    END-IF
               WHEN "NAK"
                    ADD  1              TO WS-NAK-CNT
                    MOVE TFSNETNTF-NTFDTE  TO TFSMSGDLV-ACKDTE
                    MOVE TFSNETNTF-NTFTIME TO TFSMSGDLV-ACKTIME
                    MOVE TFSNETNTF-ERRCD   TO TFSMSGDLV-ERRCD
                    MOVE "N"            TO TFSMSGDLV-DLVSTS
                    MOVE "NETWORK NAK"  TO WS-EVENT-TEXT
                    MOVE "RSN0418"      TO WS-RSNCDE
                    PERFORM C000-RAISE-REJECTION
                       THRU C099-RAISE-REJECTION-EX
               WHEN "NDL"
                    ADD  1              TO WS-NDL-CNT
                    MOVE TFSNETNTF-NTFDTE  TO TFSMSGDLV-DLVDTE
                    MOVE TFSNETNTF-NTFTIME TO TFSMSGDLV-DLVTIME
                    MOVE TFSNETNTF-ERRCD   TO TFSMSGDLV-ERRCD
                    MOVE "U"            TO TFSMSGDLV-DLVSTS
                    MOVE "NON-DELIVERY" TO WS-EVENT-TEXT
                    MOVE "RSN0419"      TO WS-RSNCDE
                    PERFORM C000-RAISE-REJECTION
                       THRU C099-RAISE-REJECTION-EX
               WHEN OTHER
                    ADD  1              TO WS-UNMT-CNT
                    DISPLAY "GHNETNTF - UNKNOWN NOTIFICATION TYPE "
                            TFSNETNTF-NTFTYP " FOR MESSAGE "
                            TFSNETNTF-MSGTYPE " " TFSNETNTF-MSGNO
                    GO TO B019-APPLY-ONE-NOTIFICATION-EX
           END-EVALUATE.

           REWRITE  TFSMSGDLV-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - REWRITE ERROR - TFSMSGDLV"
                    GO TO Y900-ABNORMAL-TERMINATION.

       B019-APPLY-ONE-NOTIFICATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RAISE-REJECTION.
      *---------------------------------------------------------------*
      *    THE ALERT GOES OUT FOR EVERY REJECTED MESSAGE; AN OUTWARD
      *    PAYMENT IS ALSO PUT BACK TO REPAIR SO OPS RESUBMIT IT.
      *---------------------------------------------------------------*
           MOVE     TFSMSGDLV-MSGNO     TO WS-MSGNO-D.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "1"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   WS-EVENT-TEXT       DELIMITED BY "  "
                    " MSG "             DELIMITED BY SIZE
                    TFSMSGDLV-MSGTYPE   DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WS-MSGNO-D          DELIMITED BY SIZE
                    " ERR "             DELIMITED BY SIZE
                    TFSMSGDLV-ERRCD     DELIMITED BY SIZE
                    " REF "             DELIMITED BY SIZE
                    TFSMSGDLV-TRNNO     DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHNETNTF - " WS-EVENT-TEXT " MSG "
                    TFSMSGDLV-MSGTYPE " " TFSMSGDLV-MSGNO
                    " SENT " TFSMSGDLV-SNDDTE
                    " ERROR " TFSMSGDLV-ERRCD
                    " REF " TFSMSGDLV-TRNNO.

           IF       TFSMSGDLV-MSGTYPE NOT = "R"
                    OR TFSMSGDLV-RPRIND = "Y"
                    OR TFSMSGDLV-TRNNO (1:8) NOT NUMERIC
                    GO TO C099-RAISE-REJECTION-EX.
           PERFORM  C100-REPAIR-OUTWARD-ITEM
              THRU  C199-REPAIR-OUTWARD-ITEM-EX.

       C099-RAISE-REJECTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-REPAIR-OUTWARD-ITEM.
      *---------------------------------------------------------------*
      *    TRFGOUTD LOGS THE OUTQNO AS THE REFERENCE. THE ITEM MUST
      *    STILL BE THE ONE THIS MESSAGE CARRIED - SAME MESSAGE NO
      *    AND SEND DATE, STILL SHOWING SENT - ELSE OPS HAVE ALREADY
      *    MOVED IT ON AND IT IS LEFT ALONE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSOUTQ-REC-1.
           MOVE     TFSMSGDLV-TRNNO (1:8) TO TFSOUTQ-OUTQNO.
           MOVE     1                   TO TFSOUTQ-SEQNUM.
           READ     TFSOUTQ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO C199-REPAIR-OUTWARD-ITEM-EX.
           IF       TFSOUTQ-MSGNO NOT = TFSMSGDLV-MSGNO
                    OR TFSOUTQ-SNTDTE NOT = TFSMSGDLV-SNDDTE
                    OR TFSOUTQ-PRCIND NOT = "Y"
                    GO TO C199-REPAIR-OUTWARD-ITEM-EX.

           MOVE     "R"                 TO TFSOUTQ-PRCIND.
           MOVE     SPACE               TO TFSOUTQ-STRIND.
           REWRITE  TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - REWRITE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "Y"                 TO TFSMSGDLV-RPRIND.
           ADD      1                   TO WS-RPR-CNT.

           MOVE     SPACES              TO WS-RSNDESC.
           STRING   WS-EVENT-TEXT       DELIMITED BY "  "
                    " "                 DELIMITED BY SIZE
                    TFSMSGDLV-ERRCD     DELIMITED BY SIZE
                    " - RESUBMIT"       DELIMITED BY SIZE
                    INTO WS-RSNDESC.
           INITIALIZE                   WK-C-RRSN-RECORD.
           MOVE     TFSOUTQ-OUTQNO      TO WK-C-RRSN-QUENUM.
           MOVE     TFSOUTQ-SEQNUM      TO WK-C-RRSN-QUESUF.
           MOVE     "GHNETNTF"          TO WK-C-RRSN-FUNCTID.
           MOVE     WS-RSNCDE           TO WK-C-RRSN-RSNCDE.
           MOVE     WS-RSNDESC          TO WK-C-RRSN-RSNDESC.
           MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
           MOVE     "GHNETNTF"          TO WK-C-RRSN-RPRPGM.
           CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
           DISPLAY  "GHNETNTF -   OUTQ " TFSOUTQ-OUTQNO
                    " BACK TO REPAIR - " WS-RSNCDE.

       C199-REPAIR-OUTWARD-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-SWEEP-UNDELIVERED.
      *---------------------------------------------------------------*
      *    ANYTHING ON THE NETWORK ("S" OR "A") WITH NO DELIVERY
      *    NOTIFICATION PAST THE LIMIT IS ALERTED - ONCE PER MESSAGE.
      *    "Q" IS NOT ON THE NETWORK YET; GHSAFSWP AGES THOSE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSMSGDLV-REC-1.
           MOVE     SPACES              TO TFSMSGDLV-MSGTYPE.
           MOVE     ZEROES              TO TFSMSGDLV-MSGNO
                                           TFSMSGDLV-SNDDTE.
           START    TFSMSGDLV KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D099-SWEEP-UNDELIVERED-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D010-CHECK-ONE-MESSAGE
              THRU  D019-CHECK-ONE-MESSAGE-EX
                    UNTIL WS-EOF.

       D099-SWEEP-UNDELIVERED-EX.
           EXIT.

       D010-CHECK-ONE-MESSAGE.
           READ     TFSMSGDLV NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D019-CHECK-ONE-MESSAGE-EX.
           IF       TFSMSGDLV-DLVSTS NOT = "S" AND NOT = "A"
                    GO TO D019-CHECK-ONE-MESSAGE-EX.
           IF       TFSMSGDLV-ALRTIND = "Y"
                    OR TFSMSGDLV-CLKDTE = ZEROES
                    GO TO D019-CHECK-ONE-MESSAGE-EX.

           MOVE     TFSMSGDLV-CLKTIME   TO WS-CLKTIME-X.
           MOVE     WS-CLKTIME-X (1:2)  TO WS-CLK-HH.
           MOVE     WS-CLKTIME-X (3:2)  TO WS-CLK-MM.
           COMPUTE  WS-AGE-MINS = WS-NOW-ABS-MINS
              - (FUNCTION INTEGER-OF-DATE (TFSMSGDLV-CLKDTE) * 1440
                 + (WS-CLK-HH * 60) + WS-CLK-MM).
           IF       WS-AGE-MINS NOT > WS-DLV-LIMIT
                    GO TO D019-CHECK-ONE-MESSAGE-EX.

           ADD      1                   TO WS-LATE-CNT.
           MOVE     TFSMSGDLV-MSGNO     TO WS-MSGNO-D.
           IF       WS-AGE-MINS > 99999
                    MOVE 99999          TO WS-AGE-D
           ELSE
                    MOVE WS-AGE-MINS    TO WS-AGE-D
           END-IF.
           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     WS-JOBNAME          TO WK-C-ALRT-SOURCE.
           MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
           MOVE     SPACES              TO WK-C-ALRT-TEXT.
           STRING   "NO DELIVERY MSG "  DELIMITED BY SIZE
                    TFSMSGDLV-MSGTYPE   DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WS-MSGNO-D          DELIMITED BY SIZE
                    " AFTER "           DELIMITED BY SIZE
                    WS-AGE-D            DELIMITED BY SIZE
                    " MIN REF "         DELIMITED BY SIZE
                    TFSMSGDLV-TRNNO     DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
           DISPLAY  "GHNETNTF - NO DELIVERY MSG " TFSMSGDLV-MSGTYPE
                    " " TFSMSGDLV-MSGNO " STATUS " TFSMSGDLV-DLVSTS
                    " " WS-AGE-D " MINUTES REF " TFSMSGDLV-TRNNO.

           MOVE     "Y"                 TO TFSMSGDLV-ALRTIND.
           REWRITE  TFSMSGDLV-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNETNTF - REWRITE ERROR - TFSMSGDLV"
                    GO TO Y900-ABNORMAL-TERMINATION.

       D019-CHECK-ONE-MESSAGE-EX.
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
           CLOSE    TFSMSGDLV  TFSOUTQ.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHNETNTF ***************
      ******************************************************************

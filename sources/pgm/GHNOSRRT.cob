      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHNOSRRT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  NOSTRO CLOSURE REROUTE, RUN DAILY. EVERY PLAN ON
      *               TFSNOSCLS STILL PLANNED (PLNSTAT "P") WHOSE
      *               CLOSURE DATE HAS COME IS CARRIED OUT EXACTLY AS
      *               THE MAKER KEYED IT AND THE CHECKER APPROVED IT IN
      *               TRFGMNT - A PLAN WITHOUT TWO DIFFERENT OFFICERS
      *               ON IT IS NOT TOUCHED:
      *                 - THE TFSBNKAC ROW TAKES THE NEW ACCOUNT, OR IS
      *                   RE-KEYED TO THE NEW BANK WHEN THE NOSTRO
      *                   MOVES BANK (OLD ROW DELETED)
      *                 - WHEN IT MOVES BANK, TFSBSET SETTLEMENT-BANK
      *                   AND TFSNOSAGT NOSTRO-AGENT ROWS NAMING THE
      *                   OLD BANK, AND OUTWARD TFSOUTQ INSTRUCTIONS
      *                   NOT YET SENT WHOSE RECEIVER IS THE OLD BANK
      *                   ACTING AS CORRESPONDENT, TAKE THE NEW BANK
      *                 - TFSSSI STANDING ROUTES QUOTING THE OLD
      *                   ACCOUNT TAKE THE NEW BANK AND ACCOUNT
      *               EVERY CHANGE IS AUDITED ON TFSMNTAUD (CHAINED
      *               THROUGH TRFXCHN) UNDER THE PLAN'S MAKER AND
      *               CHECKER, AND THE PLAN IS MARKED REROUTED. A PLAN
      *               WHOSE ACCOUNT ROW IS MISSING OR NO LONGER ON THE
      *               OLD ACCOUNT IS REPORTED AND LEFT PLANNED, UNLESS
      *               THE ROW IS ALREADY ON THE NEW BANK AND ACCOUNT
      *               (A RERUN AFTER AN INTERRUPTED RUN), WHEN THE
      *               REST OF THE PLAN IS CARRIED ON. INWARD
      *               ITEMS ARE NOT CHANGED - FROM THE CLOSURE DATE
      *               TRFGSTPD REPAIRS THEM UNDER RSN0428. RUN GHNOSIMP
      *               BEFOREHAND TO SEE WHAT WILL MOVE.
      *NOTE        :  MODELLED ON GHWHSREL.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOSC01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSNOSCLS ASSIGN TO DATABASE-TFSNOSCLS
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBSET ASSIGN TO DATABASE-TFSBSET
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSNOSAGT ASSIGN TO DATABASE-TFSNOSAGT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSSI ASSIGN TO DATABASE-TFSSSI
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSOUTQ ASSIGN TO DATABASE-TFSOUTQ
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSMNTAUD ASSIGN TO DATABASE-TFSMNTAUD
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSNOSCLS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSNOSCLS-REC.
       01  TFSNOSCLS-REC.
           COPY DDS-ALL-FORMATS OF TFSNOSCLS.
       01  TFSNOSCLS-REC-1.
           COPY TFSNOSCLS.
       FD  TFSBSET
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBSET-REC.
       01  TFSBSET-REC.
           COPY DDS-ALL-FORMATS OF TFSBSET.
       01  TFSBSET-REC-1.
           COPY TFSBSET.
       FD  TFSNOSAGT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSNOSAGT-REC.
       01  TFSNOSAGT-REC.
           COPY DDS-ALL-FORMATS OF TFSNOSAGT.
       01  TFSNOSAGT-REC-1.
           COPY TFSNOSAGT.
       FD  TFSSSI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSSI-REC.
       01  TFSSSI-REC.
           COPY DDS-ALL-FORMATS OF TFSSSI.
       01  TFSSSI-REC-1.
           COPY TFSSSI.
       FD  TFSOUTQ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSOUTQ-REC.
       01  TFSOUTQ-REC.
           COPY DDS-ALL-FORMATS OF TFSOUTQ.
       01  TFSOUTQ-REC-1.
           COPY TFSOUTQ.
       FD  TFSMNTAUD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSMNTAUD-REC.
       01  TFSMNTAUD-REC.
           COPY DDS-ALL-FORMATS OF TFSMNTAUD.
       01  TFSMNTAUD-REC-1.
           COPY TFSMNTAUD.
       FD  TFSBNKAC
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSBNKAC-REC.
       01  TFSBNKAC-REC.
           COPY DDS-ALL-FORMATS OF TFSBNKAC.
       01  TFSBNKAC-REC-1.
           COPY TFSBNKAC.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHNOSRRT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.
       COPY XCHN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-PLN-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-PLN-EOF                  VALUE "Y".
       01  WS-PLAN-ERR-SW      PIC X(01)  VALUE "N".
           88 WS-PLAN-ERR                 VALUE "Y".
       01  WS-BNKCHG-SW        PIC X(01)  VALUE "N".
           88 WS-BNKCHG                   VALUE "Y".

      *    THE PLAN BEING CARRIED OUT.
       01  WS-PLN-AREA.
           05 WS-PLN-CUYCD     PIC X(03).
           05 WS-PLN-BNKENTTY  PIC X(02).
           05 WS-PLN-BANKID    PIC X(11).
           05 WS-PLN-PRIORITY  PIC S9(02).
           05 WS-PLN-OLDACNO   PIC X(15).
           05 WS-PLN-NEWBANKID PIC X(11).
           05 WS-PLN-NEWACNO   PIC X(15).
           05 WS-PLN-MAKERID   PIC X(10).
           05 WS-PLN-APPRUSER  PIC X(10).
           05 WS-PLN-MNTID     PIC 9(08).

       01  WS-BNKAC-SAVE       PIC X(81).

      *    AUDIT ROW IMAGES. AN OUTWARD INSTRUCTION IS TOO LONG TO
      *    AUDIT WHOLE - ITS KEY AND RECEIVER ARE KEPT INSTEAD.
       01  WS-AUD-FILENAME     PIC X(10).
       01  WS-AUD-ACTION       PIC X(01).
       01  WS-AUD-OLD          PIC X(120).
       01  WS-AUD-NEW          PIC X(120).
       01  WS-AUD-COMMENT      PIC X(50).
       01  WS-OUTQ-IMAGE.
           05 WS-OUTQ-IM-OUTQNO PIC 9(08).
           05 WS-OUTQ-IM-SEQNUM PIC 9(02).
           05 WS-OUTQ-IM-RCBNKID PIC X(11).
           05 WS-OUTQ-IM-CUYCD PIC X(03).
           05 WS-OUTQ-IM-VALDTE PIC S9(08).
           05 WS-OUTQ-IM-PRCIND PIC X(01).

       01  WS-DUE-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-NOTDUE-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-RRT-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-EXC-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-BNKAC-CNT        PIC 9(07) VALUE ZEROES.
       01  WS-BSET-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-NOSAGT-CNT       PIC 9(07) VALUE ZEROES.
       01  WS-SSI-CNT          PIC 9(07) VALUE ZEROES.
       01  WS-OUTQ-CNT         PIC 9(07) VALUE ZEROES.
       01  WS-OUTQ-LEFT-CNT    PIC 9(07) VALUE ZEROES.
       01  WS-JOBNAME          PIC X(10) VALUE "GHNOSRRT".

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
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO WS-TIME-6.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           DISPLAY  "GHNOSRRT - NOSTRO CLOSURE REROUTE FOR "
                    WS-DATE-8.

           OPEN     I-O TFSNOSCLS.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSNOSCLS"
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     I-O TFSBNKAC.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     EXTEND TFSMNTAUD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSMNTAUD"
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "N"                 TO WS-PLN-EOF-SW.
           PERFORM  B000-ONE-PLAN
              THRU  B099-ONE-PLAN-EX
                    UNTIL WS-PLN-EOF.

           CLOSE    TFSNOSCLS
                    TFSBNKAC
                    TFSMNTAUD.

           PERFORM  T000-TOTALS
              THRU  T099-TOTALS-EX.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-RRT-CNT          TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-ONE-PLAN.
      *---------------------------------------------------------------*
           READ     TFSNOSCLS.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-PLN-EOF-SW
                    GO TO B099-ONE-PLAN-EX.

           IF       TFSNOSCLS-PLNSTAT NOT = "P"
                    GO TO B099-ONE-PLAN-EX.
           IF       TFSNOSCLS-CLSDTE > WS-DATE-8
                    ADD 1               TO WS-NOTDUE-CNT
                    GO TO B099-ONE-PLAN-EX.

           ADD      1                   TO WS-DUE-CNT.
           DISPLAY  "GHNOSRRT - PLAN " TFSNOSCLS-CUYCD
                    " " TFSNOSCLS-BNKENTTY
                    " " TFSNOSCLS-BANKID
                    " " TFSNOSCLS-PRIORITY
                    " " TFSNOSCLS-OLDACNO
                    " CLOSES " TFSNOSCLS-CLSDTE
                    " TO " TFSNOSCLS-NEWBANKID
                    " " TFSNOSCLS-NEWACNO.

      *    DUAL CONTROL - THE PLAN MUST CARRY A MAKER AND A DIFFERENT
      *    CHECKER FROM ITS TRFGMNT APPROVAL.
           IF       TFSNOSCLS-MAKERID = SPACES
                    OR TFSNOSCLS-APPRUSER = SPACES
                    OR TFSNOSCLS-APPRUSER = TFSNOSCLS-MAKERID
                    DISPLAY "GHNOSRRT -   NOT UNDER DUAL CONTROL - "
                            "LEFT PLANNED"
                    ADD 1               TO WS-EXC-CNT
                    GO TO B099-ONE-PLAN-EX.

           MOVE     TFSNOSCLS-CUYCD     TO WS-PLN-CUYCD.
           MOVE     TFSNOSCLS-BNKENTTY  TO WS-PLN-BNKENTTY.
           MOVE     TFSNOSCLS-BANKID    TO WS-PLN-BANKID.
           MOVE     TFSNOSCLS-PRIORITY  TO WS-PLN-PRIORITY.
           MOVE     TFSNOSCLS-OLDACNO   TO WS-PLN-OLDACNO.
           MOVE     TFSNOSCLS-NEWBANKID TO WS-PLN-NEWBANKID.
           MOVE     TFSNOSCLS-NEWACNO   TO WS-PLN-NEWACNO.
           MOVE     TFSNOSCLS-MAKERID   TO WS-PLN-MAKERID.
           MOVE     TFSNOSCLS-APPRUSER  TO WS-PLN-APPRUSER.
           MOVE     TFSNOSCLS-MNTID     TO WS-PLN-MNTID.
           IF       TFSNOSCLS-NEWBANKID NOT = SPACES
                    AND TFSNOSCLS-NEWBANKID NOT = TFSNOSCLS-BANKID
                    MOVE "Y"            TO WS-BNKCHG-SW
           ELSE
                    MOVE "N"            TO WS-BNKCHG-SW
                    MOVE TFSNOSCLS-BANKID TO WS-PLN-NEWBANKID
           END-IF.
           MOVE     SPACES              TO WS-AUD-COMMENT.
           STRING   "NOSTRO CLOSURE REROUTE " DELIMITED BY SIZE
                    WS-PLN-CUYCD        DELIMITED BY SIZE
                    " "                 DELIMITED BY SIZE
                    WS-PLN-BANKID       DELIMITED BY SPACE
                    " "                 DELIMITED BY SIZE
                    WS-PLN-OLDACNO      DELIMITED BY SPACE
                    INTO WS-AUD-COMMENT.

           MOVE     "N"                 TO WS-PLAN-ERR-SW.
           PERFORM  C000-REROUTE-BNKAC
              THRU  C099-REROUTE-BNKAC-EX.
           IF       WS-PLAN-ERR
                    DISPLAY "GHNOSRRT -   LEFT PLANNED"
                    ADD 1               TO WS-EXC-CNT
                    GO TO B099-ONE-PLAN-EX.

           IF       WS-BNKCHG
                    PERFORM D000-REROUTE-BSET
                       THRU D099-REROUTE-BSET-EX
                    PERFORM E000-REROUTE-NOSAGT
                       THRU E099-REROUTE-NOSAGT-EX
                    PERFORM G000-REROUTE-OUTWARD
                       THRU G099-REROUTE-OUTWARD-EX
           END-IF.
           PERFORM  F000-REROUTE-SSI
              THRU  F099-REROUTE-SSI-EX.

           MOVE     "D"                 TO TFSNOSCLS-PLNSTAT.
           MOVE     WS-DATE-8           TO TFSNOSCLS-RRTDTE.
           REWRITE  TFSNOSCLS-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSNOSCLS"
                    GO TO Y900-ABNORMAL-TERMINATION.
           ADD      1                   TO WS-RRT-CNT.

       B099-ONE-PLAN-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-REROUTE-BNKAC.
      *---------------------------------------------------------------*
      *    THE ACCOUNT ROW MUST STILL HOLD THE OLD ACCOUNT - IF IT HAS
      *    BEEN CHANGED BY HAND SINCE THE PLAN WAS APPROVED, THE PLAN
      *    IS NO LONGER WHAT THE CHECKER SAW AND NOTHING IS MOVED. A
      *    ROW ALREADY ON THE NEW BANK AND ACCOUNT IS A RERUN AFTER AN
      *    INTERRUPTED RUN: THE ROW IS LEFT AS IT IS AND THE OTHER
      *    FILES ARE STILL REROUTED (THEIR PASSES ONLY TOUCH ROWS
      *    STILL NAMING THE OLD BANK OR ACCOUNT).
      *---------------------------------------------------------------*
           INITIALIZE                   TFSBNKAC-REC-1.
           MOVE     WS-PLN-BNKENTTY     TO TFSBNKAC-BNKENTTY.
           MOVE     WS-PLN-BANKID       TO TFSBNKAC-BANKID.
           MOVE     WS-PLN-CUYCD        TO TFSBNKAC-CUYCD.
           MOVE     WS-PLN-PRIORITY     TO TFSBNKAC-PRIORITY.
           READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    AND WS-BNKCHG
                    GO TO C010-CHECK-NEW-BANK.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT -   ACCOUNT ROW NOT FOUND"
                    MOVE "Y"            TO WS-PLAN-ERR-SW
                    GO TO C099-REROUTE-BNKAC-EX.
           IF       TFSBNKAC-BNKACNO = WS-PLN-NEWACNO
                    AND NOT WS-BNKCHG
                    DISPLAY "GHNOSRRT -   TFSBNKAC ALREADY ON "
                            WS-PLN-NEWACNO " - RUN CARRIED ON"
                    GO TO C099-REROUTE-BNKAC-EX.
           IF       TFSBNKAC-BNKACNO NOT = WS-PLN-OLDACNO
                    DISPLAY "GHNOSRRT -   ACCOUNT ROW HOLDS "
                            TFSBNKAC-BNKACNO " NOT THE OLD ACCOUNT"
                    MOVE "Y"            TO WS-PLAN-ERR-SW
                    GO TO C099-REROUTE-BNKAC-EX.

           MOVE     TFSBNKAC-REC-1      TO WS-BNKAC-SAVE.
           IF       WS-BNKCHG
                    GO TO C020-MOVE-BANK.

           MOVE     WS-BNKAC-SAVE       TO WS-AUD-OLD.
           MOVE     WS-PLN-NEWACNO      TO TFSBNKAC-BNKACNO.
           MOVE     WS-DATE-8           TO TFSBNKAC-LSTUPDTE.
           REWRITE  TFSBNKAC-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSBNKAC-REC-1      TO WS-AUD-NEW.
           MOVE     "TFSBNKAC"          TO WS-AUD-FILENAME.
           MOVE     "C"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-BNKAC-CNT.
           DISPLAY  "GHNOSRRT -   TFSBNKAC ACCOUNT TO " WS-PLN-NEWACNO.
           GO TO    C099-REROUTE-BNKAC-EX.

      *    THE OLD BANK'S ROW IS GONE ON A MOVE OF BANK - IF THE NEW
      *    BANK'S ROW HOLDS THE NEW ACCOUNT, AN EARLIER RUN MOVED IT
      *    AND STOPPED BEFORE THE PLAN WAS MARKED, SO THE REST OF THE
      *    PLAN IS CARRIED ON.
       C010-CHECK-NEW-BANK.
           MOVE     WS-PLN-NEWBANKID    TO TFSBNKAC-BANKID.
           READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSBNKAC-BNKACNO NOT = WS-PLN-NEWACNO
                    DISPLAY "GHNOSRRT -   ACCOUNT ROW NOT FOUND"
                    MOVE "Y"            TO WS-PLAN-ERR-SW
                    GO TO C099-REROUTE-BNKAC-EX.
           DISPLAY  "GHNOSRRT -   TFSBNKAC ALREADY ON " WS-PLN-NEWBANKID
                    " " WS-PLN-NEWACNO " - RUN CARRIED ON".
           GO TO    C099-REROUTE-BNKAC-EX.

      *    A MOVE OF BANK RE-KEYS THE ROW: THE NEW BANK'S ROW IS
      *    ADDED (OR, IF ALREADY KEYED, TAKES THE NEW ACCOUNT) AND THE
      *    OLD BANK'S ROW IS DELETED.
       C020-MOVE-BANK.
           MOVE     WS-PLN-NEWBANKID    TO TFSBNKAC-BANKID.
           READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE TFSBNKAC-REC-1 TO WS-AUD-OLD
                    MOVE WS-PLN-NEWACNO TO TFSBNKAC-BNKACNO
                    MOVE WS-DATE-8      TO TFSBNKAC-LSTUPDTE
                    REWRITE TFSBNKAC-REC-1
                    MOVE "C"            TO WS-AUD-ACTION
           ELSE
                    MOVE SPACES         TO WS-AUD-OLD
                    MOVE WS-BNKAC-SAVE  TO TFSBNKAC-REC-1
                    MOVE WS-PLN-NEWBANKID TO TFSBNKAC-BANKID
                    MOVE WS-PLN-NEWACNO TO TFSBNKAC-BNKACNO
                    MOVE WS-DATE-8      TO TFSBNKAC-SETUPDTE
                                           TFSBNKAC-LSTUPDTE
                    WRITE TFSBNKAC-REC-1
                    MOVE "A"            TO WS-AUD-ACTION
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - WRITE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSBNKAC-REC-1      TO WS-AUD-NEW.
           MOVE     "TFSBNKAC"          TO WS-AUD-FILENAME.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.

           MOVE     WS-BNKAC-SAVE       TO TFSBNKAC-REC-1.
           READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    DELETE TFSBNKAC RECORD
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - DELETE ERROR - TFSBNKAC"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     WS-BNKAC-SAVE       TO WS-AUD-OLD.
           MOVE     SPACES              TO WS-AUD-NEW.
           MOVE     "D"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-BNKAC-CNT.
           DISPLAY  "GHNOSRRT -   TFSBNKAC MOVED TO " WS-PLN-NEWBANKID
                    " " WS-PLN-NEWACNO.

       C099-REROUTE-BNKAC-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REROUTE-BSET.
      *---------------------------------------------------------------*
           OPEN     I-O TFSBSET.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSBSET"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  D010-ONE-BSET
              THRU  D019-ONE-BSET-EX
                    UNTIL WS-EOF.
           CLOSE    TFSBSET.

       D099-REROUTE-BSET-EX.
           EXIT.

       D010-ONE-BSET.
           READ     TFSBSET.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO D019-ONE-BSET-EX.
           IF       TFSBSET-CUYCD NOT = WS-PLN-CUYCD
                    OR TFSBSET-BNKENTTY NOT = WS-PLN-BNKENTTY
                    OR TFSBSET-STLTMBNK NOT = WS-PLN-BANKID
                    GO TO D019-ONE-BSET-EX.

           MOVE     TFSBSET-REC-1       TO WS-AUD-OLD.
           MOVE     WS-PLN-NEWBANKID    TO TFSBSET-STLTMBNK.
           REWRITE  TFSBSET-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSBSET"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSBSET-REC-1       TO WS-AUD-NEW.
           MOVE     "TFSBSET"           TO WS-AUD-FILENAME.
           MOVE     "C"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-BSET-CNT.
           DISPLAY  "GHNOSRRT -   TFSBSET " TFSBSET-BANKID
                    " " TFSBSET-PRIORITY
                    " SETTLEMENT BANK TO " WS-PLN-NEWBANKID.

       D019-ONE-BSET-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-REROUTE-NOSAGT.
      *---------------------------------------------------------------*
           OPEN     I-O TFSNOSAGT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSNOSAGT"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  E010-ONE-NOSAGT
              THRU  E019-ONE-NOSAGT-EX
                    UNTIL WS-EOF.
           CLOSE    TFSNOSAGT.

       E099-REROUTE-NOSAGT-EX.
           EXIT.

       E010-ONE-NOSAGT.
           READ     TFSNOSAGT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO E019-ONE-NOSAGT-EX.
           IF       TFSNOSAGT-CUYCD NOT = WS-PLN-CUYCD
                    OR TFSNOSAGT-BANKID NOT = WS-PLN-BANKID
                    GO TO E019-ONE-NOSAGT-EX.

           MOVE     TFSNOSAGT-REC-1     TO WS-AUD-OLD.
           MOVE     WS-PLN-NEWBANKID    TO TFSNOSAGT-BANKID.
           REWRITE  TFSNOSAGT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSNOSAGT"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSNOSAGT-REC-1     TO WS-AUD-NEW.
           MOVE     "TFSNOSAGT"         TO WS-AUD-FILENAME.
           MOVE     "C"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-NOSAGT-CNT.
           DISPLAY  "GHNOSRRT -   TFSNOSAGT " TFSNOSAGT-SEQNO
                    " AGENT TO " WS-PLN-NEWBANKID.

       E019-ONE-NOSAGT-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-REROUTE-SSI.
      *---------------------------------------------------------------*
      *    ONLY A ROUTE QUOTING THE OLD ACCOUNT RUNS THROUGH OUR
      *    NOSTRO. A ROUTE TO THE COUNTERPARTY'S OWN ACCOUNT AT THE
      *    OLD BANK IS ITS INSTRUCTION, NOT OURS - GHNOSIMP LISTS IT.
      *---------------------------------------------------------------*
           OPEN     I-O TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSSSI"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  F010-ONE-SSI
              THRU  F019-ONE-SSI-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSSI.

       F099-REROUTE-SSI-EX.
           EXIT.

       F010-ONE-SSI.
           READ     TFSSSI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F019-ONE-SSI-EX.
           IF       TFSSSI-CUYCD NOT = WS-PLN-CUYCD
                    OR TFSSSI-CORRBIC NOT = WS-PLN-BANKID
                    OR TFSSSI-CORRACC NOT = WS-PLN-OLDACNO
                    GO TO F019-ONE-SSI-EX.
           IF       TFSSSI-EXPDTE NOT = ZERO
                    AND TFSSSI-EXPDTE < WS-DATE-8
                    GO TO F019-ONE-SSI-EX.

           MOVE     TFSSSI-REC-1        TO WS-AUD-OLD.
           MOVE     WS-PLN-NEWBANKID    TO TFSSSI-CORRBIC.
           MOVE     WS-PLN-NEWACNO      TO TFSSSI-CORRACC.
           REWRITE  TFSSSI-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSSSI"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSSSI-REC-1        TO WS-AUD-NEW.
           MOVE     "TFSSSI"            TO WS-AUD-FILENAME.
           MOVE     "C"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-SSI-CNT.
           DISPLAY  "GHNOSRRT -   TFSSSI " TFSSSI-BANKID
                    " " TFSSSI-PRODCD
                    " " TFSSSI-EFFDTE
                    " ROUTE TO " WS-PLN-NEWBANKID
                    " " WS-PLN-NEWACNO.

       F019-ONE-SSI-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-REROUTE-OUTWARD.
      *---------------------------------------------------------------*
           OPEN     I-O TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - OPEN FILE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  G010-ONE-OUTWARD
              THRU  G019-ONE-OUTWARD-EX
                    UNTIL WS-EOF.
           CLOSE    TFSOUTQ.

       G099-REROUTE-OUTWARD-EX.
           EXIT.

       G010-ONE-OUTWARD.
           READ     TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO G019-ONE-OUTWARD-EX.

      *    NOT YET SENT: AWAITING RELEASE, REPAIR, OPS HOLD,
      *    SCREENING HOLD OR PAYMENT-CONTROL HOLD.
           IF       TFSOUTQ-PRCIND NOT = SPACE
                    AND TFSOUTQ-PRCIND NOT = "R"
                    AND TFSOUTQ-PRCIND NOT = "H"
                    AND TFSOUTQ-PRCIND NOT = "S"
                    AND TFSOUTQ-PRCIND NOT = "V"
                    GO TO G019-ONE-OUTWARD-EX.
           IF       TFSOUTQ-CUYCD NOT = WS-PLN-CUYCD
                    OR TFSOUTQ-BNKENTITY NOT = WS-PLN-BNKENTTY
                    OR TFSOUTQ-RCBNKID NOT = WS-PLN-BANKID
                    GO TO G019-ONE-OUTWARD-EX.

      *    A RECEIVER THAT IS ITSELF THE BENEFICIARY'S BANK STAYS.
           IF       TFSOUTQ-TAG57BIC = SPACES
                    OR TFSOUTQ-TAG57BIC = TFSOUTQ-RCBNKID
                    ADD 1               TO WS-OUTQ-LEFT-CNT
                    DISPLAY "GHNOSRRT -   TFSOUTQ " TFSOUTQ-OUTQNO
                            " " TFSOUTQ-SEQNUM
                            " RECEIVER IS BENEFICIARY BANK - "
                            "NOT CHANGED"
                    GO TO G019-ONE-OUTWARD-EX.

           MOVE     TFSOUTQ-OUTQNO      TO WS-OUTQ-IM-OUTQNO.
           MOVE     TFSOUTQ-SEQNUM      TO WS-OUTQ-IM-SEQNUM.
           MOVE     TFSOUTQ-RCBNKID     TO WS-OUTQ-IM-RCBNKID.
           MOVE     TFSOUTQ-CUYCD       TO WS-OUTQ-IM-CUYCD.
           MOVE     TFSOUTQ-VALDTE      TO WS-OUTQ-IM-VALDTE.
           MOVE     TFSOUTQ-PRCIND      TO WS-OUTQ-IM-PRCIND.
           MOVE     WS-OUTQ-IMAGE       TO WS-AUD-OLD.
           MOVE     WS-PLN-NEWBANKID    TO TFSOUTQ-RCBNKID.
           REWRITE  TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - REWRITE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.
           MOVE     TFSOUTQ-RCBNKID     TO WS-OUTQ-IM-RCBNKID.
           MOVE     WS-OUTQ-IMAGE       TO WS-AUD-NEW.
           MOVE     "TFSOUTQ"           TO WS-AUD-FILENAME.
           MOVE     "C"                 TO WS-AUD-ACTION.
           PERFORM  X100-WRITE-AUDIT
              THRU  X199-WRITE-AUDIT-EX.
           ADD      1                   TO WS-OUTQ-CNT.
           DISPLAY  "GHNOSRRT -   TFSOUTQ " TFSOUTQ-OUTQNO
                    " " TFSOUTQ-SEQNUM
                    " RECEIVER TO " WS-PLN-NEWBANKID.

       G019-ONE-OUTWARD-EX.
           EXIT.

      *---------------------------------------------------------------*
       T000-TOTALS.
      *---------------------------------------------------------------*
           DISPLAY  "GHNOSRRT - PLANS DUE                     : "
                    WS-DUE-CNT.
           DISPLAY  "GHNOSRRT -   REROUTED                    : "
                    WS-RRT-CNT.
           DISPLAY  "GHNOSRRT -   LEFT PLANNED (EXCEPTIONS)   : "
                    WS-EXC-CNT.
           DISPLAY  "GHNOSRRT - PLANS NOT YET DUE             : "
                    WS-NOTDUE-CNT.
           DISPLAY  "GHNOSRRT - TFSBNKAC ROWS CHANGED         : "
                    WS-BNKAC-CNT.
           DISPLAY  "GHNOSRRT - TFSBSET ROWS CHANGED          : "
                    WS-BSET-CNT.
           DISPLAY  "GHNOSRRT - TFSNOSAGT ROWS CHANGED        : "
                    WS-NOSAGT-CNT.
           DISPLAY  "GHNOSRRT - TFSSSI ROUTES CHANGED         : "
                    WS-SSI-CNT.
           DISPLAY  "GHNOSRRT - OUTWARD REROUTED              : "
                    WS-OUTQ-CNT.
           DISPLAY  "GHNOSRRT - OUTWARD LEFT FOR THE DESK     : "
                    WS-OUTQ-LEFT-CNT.

       T099-TOTALS-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-WRITE-AUDIT.
      *---------------------------------------------------------------*
      *    ONE TFSMNTAUD ROW PER CHANGE, AS TRFGMNT WRITES THEM - THE
      *    PLAN'S OWN APPROVAL IS THE CHANGE BEING APPLIED.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSMNTAUD-REC-1.
           MOVE     WS-PLN-MNTID        TO TFSMNTAUD-MNTID.
           MOVE     WS-AUD-FILENAME     TO TFSMNTAUD-FILENAME.
           MOVE     WS-AUD-ACTION       TO TFSMNTAUD-ACTION.
           MOVE     "A"                 TO TFSMNTAUD-OUTCOME.
           MOVE     WS-AUD-OLD          TO TFSMNTAUD-OLDDATA.
           MOVE     WS-AUD-NEW          TO TFSMNTAUD-NEWDATA.
           MOVE     WS-PLN-MAKERID      TO TFSMNTAUD-MAKERID.
           MOVE     WS-PLN-APPRUSER     TO TFSMNTAUD-CHECKERID.
           MOVE     WS-DATE-8           TO TFSMNTAUD-AUDDTE.
           MOVE     WS-TIME-6           TO TFSMNTAUD-AUDTIME.
           MOVE     WS-AUD-COMMENT      TO TFSMNTAUD-COMMENT.

           INITIALIZE                   WK-C-XCHN-RECORD.
           MOVE     "NXT"               TO WK-C-XCHN-MODE.
           MOVE     "TFSMNTAUD"         TO WK-C-XCHN-FILEID.
           MOVE     350                 TO WK-N-XCHN-DATALEN.
           MOVE     TFSMNTAUD-RECORD OF TFSMNTAUD-REC-1
                                        TO WK-C-XCHN-DATA.
           CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
           MOVE     WK-N-XCHN-CHNSEQ    TO TFSMNTAUD-CHNSEQ.
           MOVE     WK-N-XCHN-PRVCHK    TO TFSMNTAUD-PRVCHK.
           MOVE     WK-N-XCHN-CHKVAL    TO TFSMNTAUD-CHKVAL.

           WRITE    TFSMNTAUD-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHNOSRRT - WRITE ERROR - TFSMNTAUD"
                    GO TO Y900-ABNORMAL-TERMINATION.

       X199-WRITE-AUDIT-EX.
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
      *************** END OF PROGRAM SOURCE  GHNOSRRT ***************
      ******************************************************************

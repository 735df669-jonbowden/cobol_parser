      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHRMTCRT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  INWARD REMITTANCE CERTIFICATE. ISSUES THE FORMAL
      *               CERTIFICATE A CUSTOMER ASKS FOR (TAX, EXPORT
      *               PROCEEDS, PROPERTY PURCHASE) FOR ONE POSTED
      *               INWARD MT103, BUILT FROM THE ITEM ON TFSSTPL OR,
      *               ONCE PURGED, ON THE TFSSTPLH ARCHIVE: REMITTER,
      *               BENEFICIARY, AMOUNT, FX RATE APPLIED, CHARGES
      *               DEDUCTED AND PURPOSE CODE. EVERY ISSUE TAKES THE
      *               NEXT SERIAL NUMBER AND IS RECORDED ON THE
      *               TFSRMTCRT REGISTER - THE FIRST FOR A PAYMENT IS
      *               THE ORIGINAL, ANY LATER ONE IS PRINTED AS A
      *               DUPLICATE OF IT.
ARCP01*               A PURGED ITEM IS READ FROM THE ONE MONTHLY
ARCP01*               ARCHIVE PARTITION THE TFSARCIDX INDEX NAMES.
      *               LOCAL DATA AREA -
      *                 POS  1-8   PARALNO
      *                 POS  9-10  SEQNUM
      *                 POS 11-20  REQUESTING USER - THE ITEM MUST BE
      *                            IN THEIR TFSDSCOPE DATA SCOPE
      *                 POS 21-50  REASON FOR A DUPLICATE
      *NOTE        :  MODELLED ON GHTRACE / GHARCINQ.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - ARCHIVED ITEM LOOKED UP IN
      *                        TFSARCIDX AND READ FROM ITS MONTHLY
      *                        TFSSTPLH PARTITION ONLY; AN OFFLINE
      *                        PARTITION IS NAMED FOR RESTORE.
      *---------------------------------------------------------------*
      *  IRC001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       SPECIAL-NAMES.    LOCAL-DATA IS LOCAL-DATA-AREA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPLH ASSIGN TO DATABASE-TFSSTPLH
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFWDDRW ASSIGN TO DATABASE-TFSFWDDRW
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSPURPCD ASSIGN TO DATABASE-TFSPURPCD
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRMTCRT ASSIGN TO DATABASE-TFSRMTCRT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
      *    BOTH THE QUEUE AND THE ARCHIVE CARRY THE TFSSTPL LAYOUT; THE
      *    ROW FOUND IS MOVED TO WS-ITEM AND WORKED ON FROM THERE.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           05 TFSSTPL-K-PARALNO PIC 9(08).
           05 TFSSTPL-K-SEQNUM  PIC 9(02).
           05 FILLER            PIC X(2062).
       FD  TFSSTPLH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPLH-REC.
       01  TFSSTPLH-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPLH.
       01  TFSSTPLH-REC-1.
           05 TFSSTPLH-K-PARALNO PIC 9(08).
           05 TFSSTPLH-K-SEQNUM  PIC 9(02).
           05 FILLER             PIC X(2062).
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
       01  TFSCLSYS-REC.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.
       FD  TFSFWDDRW
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFWDDRW-REC.
       01  TFSFWDDRW-REC.
           COPY DDS-ALL-FORMATS OF TFSFWDDRW.
       01  TFSFWDDRW-REC-1.
           COPY TFSFWDDRW.
       FD  TFSPURPCD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSPURPCD-REC.
       01  TFSPURPCD-REC.
           COPY DDS-ALL-FORMATS OF TFSPURPCD.
       01  TFSPURPCD-REC-1.
           COPY TFSPURPCD.
       FD  TFSRMTCRT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRMTCRT-REC.
       01  TFSRMTCRT-REC.
           COPY DDS-ALL-FORMATS OF TFSRMTCRT.
       01  TFSRMTCRT-REC-1.
           COPY TFSRMTCRT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHRMTCRT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY DSCP.

       01  WS-LDA-AREA.
           05 WS-Q-PARALNO     PIC 9(08).
           05 WS-Q-SEQNUM      PIC 9(02).
           05 WS-Q-USERID      PIC X(10).
           05 WS-Q-REASON      PIC X(30).
           05 FILLER           PIC X(974).

       01  WS-ITEM.
           COPY TFSSTPL.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC 9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-REG-EOF-SW       PIC X(01)  VALUE "N".
           88 WS-REG-EOF                  VALUE "Y".
       01  WS-FOUND-SW         PIC X(01)  VALUE "N".
           88 WS-FOUND                    VALUE "Y".
       01  WS-SRCIND           PIC X(01)  VALUE SPACE.
       01  WS-NEW-HEAD-SW      PIC X(01)  VALUE "N".

      * WHAT GOES ON THE CERTIFICATE.
       01  WS-LCL-CUYCD        PIC X(03)  VALUE SPACES.
       01  WS-CRAMT            PIC S9(15)V9(02) VALUE ZERO.
       01  WS-CHGAMT           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-FXRATE           PIC S9(09)V9(07) VALUE ZERO.
       01  WS-FXRATEUT         PIC S9(05) VALUE ZERO.
       01  WS-FXSRC            PIC X(01)  VALUE SPACE.
      *    F = FORWARD CONTRACT  L = FROM THE LOCAL EQUIVALENT
       01  WS-CTRNO            PIC X(16)  VALUE SPACES.
       01  WS-PURPDESC         PIC X(30)  VALUE SPACES.

      * THE REGISTER ENTRY BEING ISSUED.
       01  WS-LAST-ISSUE       PIC 9(03)  VALUE ZERO.
       01  WS-ORIG-CERT        PIC 9(10)  VALUE ZERO.
       01  WS-ISSUENO          PIC 9(03)  VALUE ZERO.
       01  WS-CERTNO           PIC 9(10)  VALUE ZERO.
       01  WS-CERTTYP          PIC X(01)  VALUE SPACE.
       01  WS-REASON           PIC X(30)  VALUE SPACES.
       77  WS-RETRY-CNT        PIC S9(04) COMP VALUE ZERO.
       77  WS-IX               PIC S9(04) COMP VALUE ZERO.

       01  WS-ED-AMT           PIC Z(14)9.99-.
       01  WS-ED-RATE          PIC Z(8)9.9(7).
       01  WS-ED-RATEUT        PIC Z(4)9.
       01  WS-RULE             PIC X(64)  VALUE ALL "=".
ARCP01 COPY ARCP.

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
           ACCEPT   WS-LDA-AREA         FROM LOCAL-DATA-AREA.

           DISPLAY  "GHRMTCRT - REMITTANCE CERTIFICATE FOR ITEM "
                    WS-Q-PARALNO "/" WS-Q-SEQNUM.
           IF       WS-Q-PARALNO NOT NUMERIC
                    OR WS-Q-SEQNUM NOT NUMERIC
                    OR WS-Q-PARALNO = ZERO
                    DISPLAY "GHRMTCRT - NO ITEM REFERENCE GIVEN"
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-FIND-ITEM
              THRU  B099-FIND-ITEM-EX.
           IF       NOT WS-FOUND
                    DISPLAY "GHRMTCRT - ITEM NOT ON THE QUEUE OR THE "
                            "ARCHIVE - NO CERTIFICATE"
                    GO TO A099-MAIN-PROCESSING-EX.

      *    ONLY A CUSTOMER CREDIT THAT HAS ACTUALLY POSTED IS
      *    CERTIFIED - NOT ONE IN REPAIR, ON HOLD OR RETURNED.
           IF       TFSSPTL-SWFTMGTY NOT = 103
                    OR TFSSPTL-PRCIND NOT = "Y"
                    DISPLAY "GHRMTCRT - ITEM IS NOT A POSTED INWARD "
                            "CUSTOMER CREDIT - NO CERTIFICATE"
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   WK-C-DSCP-RECORD.
           MOVE     WS-Q-USERID         TO WK-C-DSCP-USERID.
           MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
           MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
           MOVE     "GHRMTCRT"          TO WK-C-DSCP-SRCPGM.
           MOVE     TFSSPTL-PARALNO     TO WK-C-DSCP-CONTEXT.
           MOVE     TFSSPTL-SEQNUM      TO WK-C-DSCP-CONTEXT (9:2).
           CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
           IF       WK-C-DSCP-ALLOWED NOT = "Y"
                    DISPLAY "GHRMTCRT - ITEM IS OUTSIDE YOUR DATA "
                            "SCOPE - NO CERTIFICATE"
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  C000-GATHER-DETAILS
              THRU  C099-GATHER-DETAILS-EX.

           PERFORM  D000-REGISTER-ISSUE
              THRU  D099-REGISTER-ISSUE-EX.
           IF       WS-CERTNO = ZERO
                    DISPLAY "GHRMTCRT - CERTIFICATE NOT REGISTERED - "
                            "NOTHING ISSUED"
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  E000-PRINT-CERTIFICATE
              THRU  E099-PRINT-CERTIFICATE-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-FIND-ITEM.
      *---------------------------------------------------------------*
      *    THE LIVE QUEUE FIRST, THEN THE ARCHIVE THE PURGE MOVES
      *    ROWS TO.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-FOUND-SW.
           OPEN     INPUT TFSSTPL.
           IF       WK-C-SUCCESSFUL
                    MOVE WS-Q-PARALNO   TO TFSSTPL-K-PARALNO
                    MOVE WS-Q-SEQNUM    TO TFSSTPL-K-SEQNUM
                    READ TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       MOVE TFSSTPL-REC-1 TO WS-ITEM
                       MOVE "Q"         TO WS-SRCIND
                       MOVE "Y"         TO WS-FOUND-SW
                    END-IF
                    CLOSE TFSSTPL
           ELSE
                    DISPLAY "GHRMTCRT - OPEN FILE ERROR - TFSSTPL"
           END-IF.
           IF       WS-FOUND
                    GO TO B099-FIND-ITEM-EX.

ARCP01*    THE INDEX NAMES THE ONE MONTHLY PARTITION TO READ.
ARCP01     INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01     MOVE     "FND"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WS-Q-PARALNO        TO WK-N-ARCP-PARALNO.
ARCP01     MOVE     WS-Q-SEQNUM         TO WK-N-ARCP-SEQNUM.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO B099-FIND-ITEM-EX.
ARCP01     IF       WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01              DISPLAY "GHRMTCRT - ITEM IS IN ARCHIVE PARTITION "
ARCP01                      WK-N-ARCP-PRTMTH " WHICH IS OFFLINE - "
ARCP01                      "RESTORE IT THROUGH GHARCPRT"
ARCP01              GO TO B099-FIND-ITEM-EX.
ARCP01     MOVE     "OVR"               TO WK-C-ARCP-ACTION.
ARCP01     MOVE     WK-N-ARCP-PRTMTH    TO WK-N-ARCP-MONTH.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.
ARCP01     IF       WK-C-ARCP-FOUND NOT = "Y"
ARCP01              GO TO B099-FIND-ITEM-EX.
ARCP01
           OPEN     INPUT TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - OPEN FILE ERROR - TFSSTPLH"
ARCP01              GO TO B090-DROP-OVERRIDE.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  B100-SCAN-ARCHIVE
              THRU  B199-SCAN-ARCHIVE-EX
                    UNTIL WS-EOF.
           CLOSE    TFSSTPLH.
ARCP01
ARCP01 B090-DROP-OVERRIDE.
ARCP01     MOVE     "DLT"               TO WK-C-ARCP-ACTION.
ARCP01     CALL     "TRFXARCP"          USING WK-C-ARCP-RECORD.

       B099-FIND-ITEM-EX.
           EXIT.

       B100-SCAN-ARCHIVE.
           READ     TFSSTPLH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B199-SCAN-ARCHIVE-EX.
           IF       TFSSTPLH-K-PARALNO = WS-Q-PARALNO
                    AND TFSSTPLH-K-SEQNUM = WS-Q-SEQNUM
                    MOVE TFSSTPLH-REC-1 TO WS-ITEM
                    MOVE "A"            TO WS-SRCIND
                    MOVE "Y"            TO WS-FOUND-SW
                    MOVE "Y"            TO WS-EOF-SW.

       B199-SCAN-ARCHIVE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-GATHER-DETAILS.
      *---------------------------------------------------------------*
      *    CHARGES DEDUCTED ARE THE GAP BETWEEN THE SETTLED AMOUNT AND
      *    THE NET CREDITED (NOTHING UNDER OUR, AND NOTHING KNOWN FOR
      *    AN ITEM POSTED BEFORE THE NET WAS KEPT). THE RATE IS THE
      *    FORWARD CONTRACT'S WHEN THE ITEM DREW ON ONE, OTHERWISE
      *    THE ONE IMPLIED BY THE LOCAL EQUIVALENT POSTED; A LOCAL
      *    CURRENCY ITEM HAS NONE.
      *---------------------------------------------------------------*
           MOVE     TFSSPTL-CRAMT       TO WS-CRAMT.
           IF       WS-CRAMT = ZERO
                    OR TFSSPTL-CHGOPT = "OUR"
                    MOVE TFSSPTL-AMT    TO WS-CRAMT.
           MOVE     ZERO                TO WS-CHGAMT.
           IF       WS-CRAMT < TFSSPTL-AMT
                    COMPUTE WS-CHGAMT = TFSSPTL-AMT - WS-CRAMT.

           OPEN     INPUT TFSCLSYS.
           IF       WK-C-SUCCESSFUL
                    READ TFSCLSYS
                    IF WK-C-SUCCESSFUL
                       MOVE TFSCLSYS-LCUYCD TO WS-LCL-CUYCD
                    END-IF
                    CLOSE TFSCLSYS
           END-IF.

           MOVE     ZERO                TO WS-FXRATE WS-FXRATEUT.
           MOVE     SPACE               TO WS-FXSRC.
           OPEN     INPUT TFSFWDDRW.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE TFSFWDDRW-REC-1
                    MOVE TFSSPTL-PARALNO TO TFSFWDDRW-PARALNO
                    MOVE TFSSPTL-SEQNUM  TO TFSFWDDRW-SEQNUM
                    READ TFSFWDDRW KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       AND TFSFWDDRW-STATUS = "D"
                       MOVE TFSFWDDRW-RATE   TO WS-FXRATE
                       MOVE TFSFWDDRW-RATEUT TO WS-FXRATEUT
                       MOVE TFSFWDDRW-CTRNO  TO WS-CTRNO
                       MOVE "F"              TO WS-FXSRC
                    END-IF
                    CLOSE TFSFWDDRW
           END-IF.
           IF       WS-FXSRC = SPACE
                    AND TFSSPTL-CUYCD NOT = WS-LCL-CUYCD
                    AND TFSSPTL-LCAMT > ZERO
                    AND TFSSPTL-AMT > ZERO
                    COMPUTE WS-FXRATE ROUNDED =
                            TFSSPTL-LCAMT / TFSSPTL-AMT
                    MOVE 1              TO WS-FXRATEUT
                    MOVE "L"            TO WS-FXSRC.

           MOVE     SPACES              TO WS-PURPDESC.
           IF       TFSSPTL-PURPCDE = SPACES
                    GO TO C099-GATHER-DETAILS-EX.
           OPEN     INPUT TFSPURPCD.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE TFSPURPCD-REC-1
                    MOVE TFSSPTL-PURPCDE TO TFSPURPCD-PURPCDE
                    READ TFSPURPCD KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       MOVE TFSPURPCD-PURPDESC TO WS-PURPDESC
                    END-IF
                    CLOSE TFSPURPCD
           END-IF.

       C099-GATHER-DETAILS-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REGISTER-ISSUE.
      *---------------------------------------------------------------*
      *    THE PAYMENT'S ROW IS WRITTEN FIRST, UNDER THE NEXT ISSUE
      *    NUMBER: ISSUE 001 IS THE ORIGINAL AND THE KEY LETS ONLY ONE
      *    JOB WRITE IT - THE LOSER OF A RACE FINDS THE KEY TAKEN,
      *    RE-READS AND COMES OUT AS A DUPLICATE. ONLY THEN IS THE
      *    SERIAL NUMBER TAKEN, SO A REFUSED ISSUE NEVER USES ONE UP.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-CERTNO WS-RETRY-CNT.
           OPEN     I-O TFSRMTCRT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - OPEN FILE ERROR - TFSRMTCRT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO D099-REGISTER-ISSUE-EX.

       D010-WRITE-ISSUE.
           PERFORM  D100-FIND-LAST-ISSUE
              THRU  D199-FIND-LAST-ISSUE-EX.
           IF       WS-LAST-ISSUE = 999
                    DISPLAY "GHRMTCRT - ISSUE LIMIT REACHED FOR THIS "
                            "PAYMENT"
                    GO TO D090-CLOSE-REGISTER.
           COMPUTE  WS-ISSUENO = WS-LAST-ISSUE + 1.
           MOVE     SPACES              TO WS-REASON.
           IF       WS-ISSUENO = 1
                    MOVE "O"            TO WS-CERTTYP
           ELSE
                    MOVE "D"            TO WS-CERTTYP
                    MOVE WS-Q-REASON    TO WS-REASON
                    IF WS-REASON = SPACES
                       MOVE "FURTHER COPY AT CUSTOMER REQUEST"
                                        TO WS-REASON
                    END-IF
           END-IF.

           INITIALIZE                   TFSRMTCRT-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSRMTCRT-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSRMTCRT-SEQNUM.
           MOVE     WS-ISSUENO          TO TFSRMTCRT-ISSUENO.
           MOVE     WS-CERTTYP          TO TFSRMTCRT-CERTTYP.
           MOVE     WS-ORIG-CERT        TO TFSRMTCRT-ORIGCERT.
           MOVE     WS-DATE-8           TO TFSRMTCRT-ISSDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSRMTCRT-ISSTIME.
           MOVE     WS-Q-USERID         TO TFSRMTCRT-ISSUSER.
           MOVE     WS-REASON           TO TFSRMTCRT-REASON.
           MOVE     WS-SRCIND           TO TFSRMTCRT-SRCIND.
           MOVE     TFSSPTL-CUYCD       TO TFSRMTCRT-CUYCD.
           MOVE     TFSSPTL-AMT         TO TFSRMTCRT-AMT.
           MOVE     WS-CRAMT            TO TFSRMTCRT-CRAMT.
           MOVE     TFSSPTL-LCAMT       TO TFSRMTCRT-LCAMT.
           MOVE     WS-FXRATE           TO TFSRMTCRT-FXRATE.
           MOVE     WS-CHGAMT           TO TFSRMTCRT-CHGAMT.
           MOVE     TFSSPTL-PURPCDE     TO TFSRMTCRT-PURPCDE.
           MOVE     TFSSPTL-VALDTE      TO TFSRMTCRT-VALDTE.
           WRITE    TFSRMTCRT-REC-1.
           IF       WK-C-DUPLICATE-KEY
                    AND WS-RETRY-CNT < 5
                    ADD 1               TO WS-RETRY-CNT
                    GO TO D010-WRITE-ISSUE.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - WRITE ERROR - TFSRMTCRT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO D090-CLOSE-REGISTER.

           PERFORM  D200-NEXT-SERIAL
              THRU  D299-NEXT-SERIAL-EX.

      *    NO SERIAL NUMBER, NO CERTIFICATE - THE ROW COMES BACK OUT
      *    SO THE ISSUE CAN SIMPLY BE ASKED FOR AGAIN.
           INITIALIZE                   TFSRMTCRT-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSRMTCRT-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSRMTCRT-SEQNUM.
           MOVE     WS-ISSUENO          TO TFSRMTCRT-ISSUENO.
           READ     TFSRMTCRT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - READ ERROR - TFSRMTCRT"
                    MOVE ZERO           TO WS-CERTNO
                    GO TO D090-CLOSE-REGISTER.
           IF       WS-CERTNO = ZERO
                    DELETE TFSRMTCRT RECORD
                    GO TO D090-CLOSE-REGISTER.
           MOVE     WS-CERTNO           TO TFSRMTCRT-CERTNO.
           IF       WS-ISSUENO = 1
                    MOVE WS-CERTNO      TO TFSRMTCRT-ORIGCERT
                                           WS-ORIG-CERT.
           REWRITE  TFSRMTCRT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - REWRITE ERROR - TFSRMTCRT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE ZERO           TO WS-CERTNO.

       D090-CLOSE-REGISTER.
           CLOSE    TFSRMTCRT.

       D099-REGISTER-ISSUE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D100-FIND-LAST-ISSUE.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-LAST-ISSUE WS-ORIG-CERT.
           INITIALIZE                   TFSRMTCRT-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSRMTCRT-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSRMTCRT-SEQNUM.
           START    TFSRMTCRT KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D199-FIND-LAST-ISSUE-EX.
           MOVE     "N"                 TO WS-REG-EOF-SW.
           PERFORM  D110-READ-ONE-ISSUE
              THRU  D119-READ-ONE-ISSUE-EX
                    UNTIL WS-REG-EOF.

       D199-FIND-LAST-ISSUE-EX.
           EXIT.

       D110-READ-ONE-ISSUE.
           READ     TFSRMTCRT NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSRMTCRT-PARALNO NOT = TFSSPTL-PARALNO
                    OR TFSRMTCRT-SEQNUM NOT = TFSSPTL-SEQNUM
                    MOVE "Y"            TO WS-REG-EOF-SW
                    GO TO D119-READ-ONE-ISSUE-EX.
           MOVE     TFSRMTCRT-ISSUENO   TO WS-LAST-ISSUE.
           IF       TFSRMTCRT-ISSUENO = 1
                    MOVE TFSRMTCRT-CERTNO TO WS-ORIG-CERT.

       D119-READ-ONE-ISSUE-EX.
           EXIT.

      *---------------------------------------------------------------*
       D200-NEXT-SERIAL.
      *---------------------------------------------------------------*
      *    THE ALL-ZERO ROW HOLDS THE LAST NUMBER ISSUED. THE READ
      *    HOLDS IT LOCKED UNTIL THE REWRITE, SO TWO ISSUES CANNOT
      *    TAKE THE SAME NUMBER.
      *---------------------------------------------------------------*
           MOVE     ZERO                TO WS-CERTNO.
           MOVE     "N"                 TO WS-NEW-HEAD-SW.
           INITIALIZE                   TFSRMTCRT-REC-1.
           READ     TFSRMTCRT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-RECORD-NOT-FOUND
                    MOVE "Y"            TO WS-NEW-HEAD-SW
                    INITIALIZE          TFSRMTCRT-REC-1
           ELSE
                    IF NOT WK-C-SUCCESSFUL
                       DISPLAY "GHRMTCRT - READ ERROR - SERIAL HEAD"
                       GO TO D299-NEXT-SERIAL-EX
                    END-IF
           END-IF.

           ADD      1                   TO TFSRMTCRT-CERTNO.
           MOVE     WS-DATE-8           TO TFSRMTCRT-ISSDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSRMTCRT-ISSTIME.
           IF       WS-NEW-HEAD-SW = "Y"
                    WRITE   TFSRMTCRT-REC-1
           ELSE
                    REWRITE TFSRMTCRT-REC-1
           END-IF.
           IF       WK-C-DUPLICATE-KEY
                    GO TO D200-NEXT-SERIAL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHRMTCRT - UPDATE ERROR - SERIAL HEAD"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO D299-NEXT-SERIAL-EX.
           MOVE     TFSRMTCRT-CERTNO    TO WS-CERTNO.

       D299-NEXT-SERIAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-PRINT-CERTIFICATE.
      *---------------------------------------------------------------*
           DISPLAY  WS-RULE.
           DISPLAY  "              CERTIFICATE OF INWARD REMITTANCE".
           IF       WS-CERTTYP = "D"
                    DISPLAY "                       ** DUPLICATE **".
           DISPLAY  WS-RULE.
           DISPLAY  "CERTIFICATE NO   : " WS-CERTNO
                    "   ISSUE " WS-ISSUENO.
           IF       WS-CERTTYP = "D"
                    DISPLAY "DUPLICATE OF     : CERTIFICATE NO "
                            WS-ORIG-CERT
                    DISPLAY "REASON           : " WS-REASON.
           DISPLAY  "ISSUED           : " WS-DATE-8 " "
                    WS-TIME-RAW (1:6) " BY " WS-Q-USERID.
           DISPLAY  "PAYMENT REFERENCE: " TFSSPTL-PARALNO "/"
                    TFSSPTL-SEQNUM "   VALUE DATE " TFSSPTL-VALDTE.
           DISPLAY  " ".

           DISPLAY  "REMITTER         : " TFSSPTL-TAG50NM.
           IF       TFSSPTL-TAG50AD1 NOT = SPACES
                    DISPLAY "                   " TFSSPTL-TAG50AD1.
           IF       TFSSPTL-TAG50AD2 NOT = SPACES
                    DISPLAY "                   " TFSSPTL-TAG50AD2.
           DISPLAY  "REMITTING BANK   : " TFSSPTL-SENBNKID.
           DISPLAY  "BENEFICIARY      : " TFSSPTL-TAG59-V2 (1).
           PERFORM  E100-BENEFICIARY-LINE
              THRU  E199-BENEFICIARY-LINE-EX
                    VARYING WS-IX FROM 2 BY 1 UNTIL WS-IX > 4.
           DISPLAY  "ACCOUNT          : " TFSSPTL-TAG59-V1.
           DISPLAY  " ".

           MOVE     TFSSPTL-AMT         TO WS-ED-AMT.
           DISPLAY  "AMOUNT REMITTED  : " TFSSPTL-CUYCD " " WS-ED-AMT.
           IF       TFSSPTL-INSTRCUY NOT = SPACES
                    AND TFSSPTL-INSTRCUY NOT = TFSSPTL-CUYCD
                    MOVE TFSSPTL-INSTRAMT TO WS-ED-AMT
                    DISPLAY "AMOUNT INSTRUCTED: " TFSSPTL-INSTRCUY
                            " " WS-ED-AMT
                    IF TFSSPTL-XRATE36 > ZERO
                       MOVE TFSSPTL-XRATE36 TO WS-ED-RATE
                       DISPLAY "SENDER'S RATE    : " WS-ED-RATE
                    END-IF
           END-IF.
           IF       TFSSPTL-T71FCNT > ZERO
                    DISPLAY "CHARGES DEDUCTED BY PRIOR BANKS :"
                    PERFORM E200-PRIOR-CHARGE
                       THRU E299-PRIOR-CHARGE-EX
                            VARYING WS-IX FROM 1 BY 1
                            UNTIL WS-IX > TFSSPTL-T71FCNT
                               OR WS-IX > 5
           END-IF.
           MOVE     WS-CHGAMT           TO WS-ED-AMT.
           DISPLAY  "OUR CHARGES      : " TFSSPTL-CUYCD " " WS-ED-AMT.
           MOVE     WS-CRAMT            TO WS-ED-AMT.
           DISPLAY  "AMOUNT CREDITED  : " TFSSPTL-CUYCD " " WS-ED-AMT.

           EVALUATE WS-FXSRC
               WHEN "F"
                    MOVE WS-FXRATE      TO WS-ED-RATE
                    MOVE WS-FXRATEUT    TO WS-ED-RATEUT
                    DISPLAY "FX RATE APPLIED  : " WS-ED-RATE
                            " PER " WS-ED-RATEUT " "
                            TFSSPTL-CUYCD
                    DISPLAY "                   FORWARD CONTRACT "
                            WS-CTRNO
               WHEN "L"
                    MOVE WS-FXRATE      TO WS-ED-RATE
                    DISPLAY "FX RATE APPLIED  : " WS-ED-RATE
                            " " WS-LCL-CUYCD " PER "
                            TFSSPTL-CUYCD
               WHEN OTHER
                    DISPLAY "FX RATE APPLIED  : NOT APPLICABLE"
           END-EVALUATE.
           IF       TFSSPTL-LCAMT > ZERO
                    AND TFSSPTL-CUYCD NOT = WS-LCL-CUYCD
                    MOVE TFSSPTL-LCAMT  TO WS-ED-AMT
                    DISPLAY "LOCAL EQUIVALENT : " WS-LCL-CUYCD " "
                            WS-ED-AMT.
           DISPLAY  " ".

           IF       TFSSPTL-PURPCDE = SPACES
                    DISPLAY "PURPOSE CODE     : NONE QUOTED"
           ELSE
                    DISPLAY "PURPOSE CODE     : " TFSSPTL-PURPCDE
                            " " WS-PURPDESC
           END-IF.
           DISPLAY  WS-RULE.

       E099-PRINT-CERTIFICATE-EX.
           EXIT.

       E100-BENEFICIARY-LINE.
           IF       TFSSPTL-TAG59-V2 (WS-IX) NOT = SPACES
                    DISPLAY "                   "
                            TFSSPTL-TAG59-V2 (WS-IX).

       E199-BENEFICIARY-LINE-EX.
           EXIT.

       E200-PRIOR-CHARGE.
           MOVE     TFSSPTL-T71F-AMT (WS-IX) TO WS-ED-AMT.
           DISPLAY  "                   " TFSSPTL-T71F-CUY (WS-IX)
                    " " WS-ED-AMT.

       E299-PRIOR-CHARGE-EX.
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
      *************** END OF PROGRAM SOURCE  GHRMTCRT ***************
      ******************************************************************

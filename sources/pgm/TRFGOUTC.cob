      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  BTPL01 - RISKOPS   - 15/10/2026 - THE CALLER MAY NAME A
      *                        BENEFICIARY TEMPLATE OF THE DEBIT
      *                        ACCOUNT (OUTC INPUT-4) INSTEAD OF
      *                        KEYING THE BENEFICIARY - ITS DETAILS
      *                        ARE PULLED FROM TFSBENTPL. TFSOUTQ-
      *                        BTPLIND MARKS THE SOURCE ("C" WHILE
      *                        THE TEMPLATE IS IN COOLING-OFF, FOR
      *                        THE TRFGOUTD CONTROLS) AND THE FIRST
      *                        PAYMENT SINCE APPROVAL IS RECORDED ON
      *                        THE TEMPLATE AND ON TFSBENLOG.
      *---------------------------------------------------------------*
      *  SSI001 - RISKOPS   - 15/10/2026 - WHEN THE CALLER GIVES NO
      *                        ACCOUNT-WITH INSTITUTION (NO 57 BIC OR
      *                        PARTY IDENTIFIER), THE ROUTE DEFAULTS
      *                        FROM THE RECEIVING BANK'S STANDARD
      *                        SETTLEMENT INSTRUCTION ON TFSSSI
      *                        (TRFVSSI) - THE MESSAGE GOES TO ITS
      *                        CORRESPONDENT WITH THE BANK ITSELF IN
      *                        57, AND AN MT202 WITH NO ACCOUNT LINE
      *                        TAKES THE BANK'S ACCOUNT THERE.
      *                        TFSOUTQ-SSIIND "S" MARKS THE ROUTE.
      *---------------------------------------------------------------*
      *  ISOX01 - RISKOPS   - 15/10/2026 - THE FULL-LENGTH PARTY AND
      *                        REMITTANCE DATA (OUTC INPUT-3, EXTIND
      *                        "Y") IS KEPT WHOLE ON TFSOUTQX SO AN
      *                        ISO 20022 RECEIVER GETS IT UNTRUNCATED.
      *---------------------------------------------------------------*
      *  CLRC01 - RISKOPS   - 15/10/2026 - THE 57 PARTY IDENTIFIER
      *                        (NATIONAL CLEARING CODE) IS CAPTURED
      *                        ONTO TFSOUTQ FOR THE RELEASE SWEEP TO
      *                        CHECK AGAINST THE TFSCLRDIR DIRECTORY.
      *---------------------------------------------------------------*
      *  OUTW02 - RISKOPS   - 02/09/2026 - OUTQNO NOW DRAWS FROM THE
      *                        SHARED TFSCLSYS-PARALNO COUNTER
      *                        INSTEAD OF AN INDEPENDENT PROBE FROM
OUTW02     SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
OUTW02            ORGANIZATION      IS SEQUENTIAL
OUTW02            FILE STATUS       IS WK-C-FILE-STATUS.
ISOX01     SELECT TFSOUTQX ASSIGN TO DATABASE-TFSOUTQX
ISOX01            ORGANIZATION      IS INDEXED
ISOX01            ACCESS MODE       IS RANDOM
ISOX01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ISOX01            FILE STATUS       IS WK-C-FILE-STATUS.
BTPL01     SELECT TFSBENTPL ASSIGN TO DATABASE-TFSBENTPL
BTPL01            ORGANIZATION      IS INDEXED
BTPL01            ACCESS MODE       IS RANDOM
BTPL01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
BTPL01            FILE STATUS       IS WK-C-FILE-STATUS.
BTPL01     SELECT TFSBENLOG ASSIGN TO DATABASE-TFSBENLOG
BTPL01            ORGANIZATION      IS SEQUENTIAL
BTPL01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
OUTW02     COPY DDS-ALL-FORMATS OF TFSCLSYS.
OUTW02 01  TFSCLSYS-REC-1.
OUTW02     COPY TFSCLSYS.
ISOX01 FD  TFSOUTQX
ISOX01     LABEL RECORDS ARE OMITTED
ISOX01     DATA RECORD IS TFSOUTQX-REC.
ISOX01 01  TFSOUTQX-REC.
ISOX01     COPY DDS-ALL-FORMATS OF TFSOUTQX.
ISOX01 01  TFSOUTQX-REC-1.
ISOX01     COPY TFSOUTQX.
BTPL01 FD  TFSBENTPL
BTPL01     LABEL RECORDS ARE OMITTED
BTPL01     DATA RECORD IS TFSBENTPL-REC.
BTPL01 01  TFSBENTPL-REC.
BTPL01     COPY DDS-ALL-FORMATS OF TFSBENTPL.
BTPL01 01  TFSBENTPL-REC-1.
BTPL01     COPY TFSBENTPL.
BTPL01 FD  TFSBENLOG
BTPL01     LABEL RECORDS ARE OMITTED
BTPL01     DATA RECORD IS TFSBENLOG-REC.
BTPL01 01  TFSBENLOG-REC.
BTPL01     COPY DDS-ALL-FORMATS OF TFSBENLOG.
BTPL01 01  TFSBENLOG-REC-1.
BTPL01     COPY TFSBENLOG.

      *************************
       WORKING-STORAGE SECTION.
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       77  WS-NEXT-OUTQNO      PIC 9(08) VALUE ZEROES.
SSI001 01  WS-SSI-ASOFDTE      PIC S9(08).
BTPL01 01  WS-BTPL-IND         PIC X(01) VALUE SPACE.
BTPL01 01  WS-BTPL-FRSTUSE     PIC S9(08) VALUE ZERO.

SSI001     COPY VSSI.

       EJECT
       LINKAGE SECTION.
           MOVE     SPACES              TO WK-C-OUTC-OUTPUT.
           MOVE     ZEROES              TO WK-N-OUTC-OUTQNO.

BTPL01     MOVE     SPACE               TO WS-BTPL-IND.
BTPL01     IF       WK-C-OUTC-TPLID NOT = SPACES
BTPL01              PERFORM A100-PULL-TEMPLATE
BTPL01                 THRU A199-PULL-TEMPLATE-EX
BTPL01              IF WK-C-OUTC-ERROR-CD NOT = SPACES
BTPL01                 GO TO A099-MAIN-PROCESSING-EX
BTPL01              END-IF
BTPL01     END-IF.

      *    ONLY THE BARE SHAPE OF THE REQUEST IS CHECKED AT CAPTURE -
      *    A SENSIBLE MESSAGE TYPE, A RECOGNIZED DEBIT MODE AND THE
      *    FIELDS WITHOUT WHICH THE RELEASE SWEEP COULD NOT EVEN
      *---------------------------------------------------------------*
           EXIT.

BTPL01*---------------------------------------------------------------*
BTPL01 A100-PULL-TEMPLATE.
BTPL01*---------------------------------------------------------------*
BTPL01*    A TEMPLATE BELONGS TO A DEBIT CUSTOMER ACCOUNT, AND ONLY AN
BTPL01*    APPROVED ONE MAY BE PAID. ITS DETAILS REPLACE WHATEVER WAS
BTPL01*    KEYED SO A TEMPLATE PAYMENT CANNOT BE QUIETLY REDIRECTED.
BTPL01*---------------------------------------------------------------*
BTPL01     IF       WK-C-OUTC-DRMODE NOT = "CA"
BTPL01              OR WK-C-OUTC-DRACCNO = SPACES
BTPL01              MOVE "SUP0026"      TO WK-C-OUTC-ERROR-CD
BTPL01              GO TO A199-PULL-TEMPLATE-EX.
BTPL01
BTPL01     OPEN     INPUT TFSBENTPL.
BTPL01     IF       NOT WK-C-SUCCESSFUL
BTPL01              MOVE "COM0206"      TO WK-C-OUTC-ERROR-CD
BTPL01              GO TO A199-PULL-TEMPLATE-EX.
BTPL01     INITIALIZE                   TFSBENTPL-REC-1.
BTPL01     MOVE     WK-C-OUTC-DRACCNO   TO TFSBENTPL-DRACCNO.
BTPL01     MOVE     WK-C-OUTC-TPLID     TO TFSBENTPL-TPLID.
BTPL01     READ     TFSBENTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
BTPL01     IF       NOT WK-C-SUCCESSFUL
BTPL01              OR TFSBENTPL-STATUS NOT = "A"
BTPL01              MOVE "SUP0254"      TO WK-C-OUTC-ERROR-CD
BTPL01              CLOSE TFSBENTPL
BTPL01              GO TO A199-PULL-TEMPLATE-EX.
BTPL01     CLOSE    TFSBENTPL.
BTPL01
BTPL01     MOVE     TFSBENTPL-RCBNKID   TO WK-C-OUTC-RCBNKID.
BTPL01     MOVE     TFSBENTPL-TAG57BIC  TO WK-C-OUTC-TAG57BIC.
BTPL01     MOVE     TFSBENTPL-TAG57PID  TO WK-C-OUTC-TAG57PID.
BTPL01     MOVE     TFSBENTPL-BENACC    TO WK-C-OUTC-BENACC.
BTPL01     MOVE     TFSBENTPL-BENNM     TO WK-C-OUTC-BENNM.
BTPL01     MOVE     TFSBENTPL-BENAD1    TO WK-C-OUTC-BENAD1.
BTPL01     MOVE     TFSBENTPL-BENAD2    TO WK-C-OUTC-BENAD2.
BTPL01     MOVE     TFSBENTPL-FRSTUSEDTE TO WS-BTPL-FRSTUSE.
BTPL01     IF       WS-DATE-8 < TFSBENTPL-COOLDTE
BTPL01              MOVE "C"            TO WS-BTPL-IND
BTPL01     ELSE
BTPL01              MOVE "T"            TO WS-BTPL-IND
BTPL01     END-IF.
BTPL01
BTPL01 A199-PULL-TEMPLATE-EX.
BTPL01     EXIT.
BTPL01
      *---------------------------------------------------------------*
       B000-NEXT-OUTQNO.
      *---------------------------------------------------------------*
           MOVE     WK-N-OUTC-DRGLNO    TO TFSOUTQ-DRGLNO.
           MOVE     WK-C-OUTC-DRACCNO   TO TFSOUTQ-DRACCNO.
           MOVE     WK-C-OUTC-TAG57BIC  TO TFSOUTQ-TAG57BIC.
CLRC01     MOVE     WK-C-OUTC-TAG57PID  TO TFSOUTQ-TAG57PID.
           MOVE     WK-C-OUTC-BENACC    TO TFSOUTQ-BENACC.
           MOVE     WK-C-OUTC-BENNM     TO TFSOUTQ-BENNM.
           MOVE     WK-C-OUTC-BENAD1    TO TFSOUTQ-BENAD1.
           MOVE     ZEROES              TO TFSOUTQ-MSGNO
                                           TFSOUTQ-SNTDTE
                                           TFSOUTQ-SNTTIME.
BTPL01     MOVE     WS-BTPL-IND         TO TFSOUTQ-BTPLIND.

SSI001     PERFORM  C200-DEFAULT-SSI-ROUTE
SSI001        THRU  C299-DEFAULT-SSI-ROUTE-EX.

           WRITE    TFSOUTQ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-OUTC-ERROR-CD
                    GO TO C099-WRITE-QUEUE-ROW-EX.

ISOX01     IF       WK-C-OUTC-EXTIND = "Y"
ISOX01              PERFORM C100-WRITE-EXTENSION
ISOX01                 THRU C199-WRITE-EXTENSION-EX
ISOX01              IF WK-C-OUTC-ERROR-CD NOT = SPACES
ISOX01                 GO TO C099-WRITE-QUEUE-ROW-EX
ISOX01              END-IF
ISOX01     END-IF.

BTPL01     IF       WS-BTPL-IND NOT = SPACE
BTPL01              AND WS-BTPL-FRSTUSE = ZERO
BTPL01              PERFORM C300-RECORD-FIRST-USE
BTPL01                 THRU C399-RECORD-FIRST-USE-EX
BTPL01     END-IF.

           MOVE     WS-NEXT-OUTQNO      TO WK-N-OUTC-OUTQNO.

       C099-WRITE-QUEUE-ROW-EX.
           EXIT.

ISOX01*---------------------------------------------------------------*
ISOX01 C100-WRITE-EXTENSION.
ISOX01*---------------------------------------------------------------*
ISOX01*    THE INSTRUCTION IS ONLY CAPTURED WITH ITS FULL-LENGTH DATA
ISOX01*    - IF THE EXTENSION CANNOT BE WRITTEN THE QUEUE ROW IS
ISOX01*    TAKEN BACK OUT AND THE CAPTURE FAILS.
ISOX01*---------------------------------------------------------------*
ISOX01     OPEN     I-O TFSOUTQX.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              MOVE "COM0206"      TO WK-C-OUTC-ERROR-CD
ISOX01              GO TO C190-BACK-OUT.
ISOX01     INITIALIZE                   TFSOUTQX-REC-1.
ISOX01     MOVE     WS-NEXT-OUTQNO      TO TFSOUTQX-OUTQNO.
ISOX01     MOVE     1                   TO TFSOUTQX-SEQNUM.
ISOX01     MOVE     WK-C-OUTC-DBTRNM    TO TFSOUTQX-DBTRNM.
ISOX01     MOVE     WK-C-OUTC-CDTRNM    TO TFSOUTQX-CDTRNM.
ISOX01     MOVE     WK-C-OUTC-CDTRSTRT  TO TFSOUTQX-CDTRSTRT.
ISOX01     MOVE     WK-C-OUTC-CDTRBLDG  TO TFSOUTQX-CDTRBLDG.
ISOX01     MOVE     WK-C-OUTC-CDTRPSTCD TO TFSOUTQX-CDTRPSTCD.
ISOX01     MOVE     WK-C-OUTC-CDTRTWN   TO TFSOUTQX-CDTRTWN.
ISOX01     MOVE     WK-C-OUTC-CDTRCTRY  TO TFSOUTQX-CDTRCTRY.
ISOX01     MOVE     WK-C-OUTC-RMTUSTRD  TO TFSOUTQX-RMTUSTRD.
ISOX01     MOVE     WK-C-OUTC-E2EID     TO TFSOUTQX-E2EID.
ISOX01     MOVE     WK-C-OUTC-PURPCD    TO TFSOUTQX-PURPCD.
ISOX01     WRITE    TFSOUTQX-REC-1.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              MOVE "COM0206"      TO WK-C-OUTC-ERROR-CD
ISOX01              CLOSE TFSOUTQX
ISOX01              GO TO C190-BACK-OUT.
ISOX01     CLOSE    TFSOUTQX.
ISOX01     GO TO    C199-WRITE-EXTENSION-EX.
ISOX01
ISOX01 C190-BACK-OUT.
ISOX01     DELETE   TFSOUTQ RECORD.
ISOX01
ISOX01 C199-WRITE-EXTENSION-EX.
ISOX01     EXIT.
ISOX01
SSI001*---------------------------------------------------------------*
SSI001 C200-DEFAULT-SSI-ROUTE.
SSI001*---------------------------------------------------------------*
SSI001*    A CALLER THAT NAMES THE ACCOUNT-WITH INSTITUTION HAS CHOSEN
SSI001*    THE ROUTE ITSELF. OTHERWISE THE RECEIVING BANK'S OWN
SSI001*    INSTRUCTION FOR THE CURRENCY AND PRODUCT, IN FORCE ON THE
SSI001*    VALUE DATE, DECIDES IT. NO INSTRUCTION (OR A FILE ERROR)
SSI001*    LEAVES THE ROUTE AS CAPTURED - THE RELEASE SWEEP STILL
SSI001*    RESOLVES THE ACCOUNT RELATIONSHIP AND THE COVER.
SSI001*---------------------------------------------------------------*
SSI001     MOVE     SPACE               TO TFSOUTQ-SSIIND.
SSI001     IF       TFSOUTQ-TAG57BIC NOT = SPACES
SSI001              OR TFSOUTQ-TAG57PID NOT = SPACES
SSI001              GO TO C299-DEFAULT-SSI-ROUTE-EX.
SSI001
SSI001     IF       TFSOUTQ-VALDTE > ZERO
SSI001              MOVE TFSOUTQ-VALDTE TO WS-SSI-ASOFDTE
SSI001     ELSE
SSI001              MOVE WS-DATE-8      TO WS-SSI-ASOFDTE
SSI001     END-IF.
SSI001
SSI001     INITIALIZE                   WK-C-VSSI-RECORD.
SSI001     MOVE     TFSOUTQ-RCBNKID     TO WK-C-VSSI-BANKID.
SSI001     MOVE     TFSOUTQ-CUYCD       TO WK-C-VSSI-CUYCD.
SSI001     IF       TFSOUTQ-SWFTMGTY = 103
SSI001              MOVE "CUS"          TO WK-C-VSSI-PRODCD
SSI001     ELSE
SSI001              MOVE "FIN"          TO WK-C-VSSI-PRODCD
SSI001     END-IF.
SSI001     MOVE     WS-SSI-ASOFDTE      TO WK-N-VSSI-ASOFDTE.
SSI001     CALL     "TRFVSSI"           USING WK-C-VSSI-RECORD.
SSI001     IF       WK-C-VSSI-ERROR-CD NOT = SPACES
SSI001              GO TO C299-DEFAULT-SSI-ROUTE-EX.
SSI001
SSI001*    THE BANK SETTLING ON ITS OWN BOOKS NEEDS NO RE-ROUTING.
SSI001     IF       WK-C-VSSI-CORRBIC = TFSOUTQ-RCBNKID
SSI001              GO TO C299-DEFAULT-SSI-ROUTE-EX.
SSI001
SSI001     MOVE     TFSOUTQ-RCBNKID     TO TFSOUTQ-TAG57BIC.
SSI001     MOVE     WK-C-VSSI-CORRBIC   TO TFSOUTQ-RCBNKID.
SSI001     IF       TFSOUTQ-SWFTMGTY = 202
SSI001              AND TFSOUTQ-BENACC = SPACES
SSI001              AND WK-C-VSSI-CORRACC NOT = SPACES
SSI001              STRING "/" WK-C-VSSI-CORRACC DELIMITED BY SIZE
SSI001                     INTO TFSOUTQ-BENACC
SSI001     END-IF.
SSI001     MOVE     "S"                 TO TFSOUTQ-SSIIND.
SSI001
SSI001 C299-DEFAULT-SSI-ROUTE-EX.
SSI001     EXIT.
SSI001
BTPL01*---------------------------------------------------------------*
BTPL01 C300-RECORD-FIRST-USE.
BTPL01*---------------------------------------------------------------*
BTPL01*    THE FIRST PAYMENT SINCE THE TEMPLATE WAS APPROVED IS KEPT ON
BTPL01*    THE TEMPLATE AND THE TRAIL FOR THE CHANGE REPORT. THE
BTPL01*    INSTRUCTION IS ALREADY CAPTURED - A FILE ERROR HERE ONLY
BTPL01*    COSTS THE REPORT LINE, NOT THE CAPTURE.
BTPL01*---------------------------------------------------------------*
BTPL01     OPEN     I-O TFSBENTPL.
BTPL01     IF       NOT WK-C-SUCCESSFUL
BTPL01              GO TO C399-RECORD-FIRST-USE-EX.
BTPL01     INITIALIZE                   TFSBENTPL-REC-1.
BTPL01     MOVE     WK-C-OUTC-DRACCNO   TO TFSBENTPL-DRACCNO.
BTPL01     MOVE     WK-C-OUTC-TPLID     TO TFSBENTPL-TPLID.
BTPL01     READ     TFSBENTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
BTPL01     IF       NOT WK-C-SUCCESSFUL
BTPL01              OR TFSBENTPL-FRSTUSEDTE NOT = ZERO
BTPL01              CLOSE TFSBENTPL
BTPL01              GO TO C399-RECORD-FIRST-USE-EX.
BTPL01     MOVE     WS-DATE-8           TO TFSBENTPL-FRSTUSEDTE.
BTPL01     MOVE     WS-NEXT-OUTQNO      TO TFSBENTPL-FRSTOUTQ.
BTPL01     REWRITE  TFSBENTPL-REC-1.
BTPL01     CLOSE    TFSBENTPL.
BTPL01
BTPL01     OPEN     EXTEND TFSBENLOG.
BTPL01     IF       NOT WK-C-SUCCESSFUL
BTPL01              GO TO C399-RECORD-FIRST-USE-EX.
BTPL01     INITIALIZE                   TFSBENLOG-REC-1.
BTPL01     MOVE     WS-DATE-8           TO TFSBENLOG-LOGDTE.
BTPL01     MOVE     WS-TIME-6           TO TFSBENLOG-LOGTIME.
BTPL01     MOVE     WK-C-OUTC-DRACCNO   TO TFSBENLOG-DRACCNO.
BTPL01     MOVE     WK-C-OUTC-TPLID     TO TFSBENLOG-TPLID.
BTPL01     MOVE     "USE"               TO TFSBENLOG-EVENT.
BTPL01     MOVE     WK-C-OUTC-USERID    TO TFSBENLOG-USERID.
BTPL01     MOVE     WS-NEXT-OUTQNO      TO TFSBENLOG-OUTQNO.
BTPL01     IF       WS-BTPL-IND = "C"
BTPL01              MOVE "C"            TO TFSBENLOG-COOLIND.
BTPL01     MOVE     TFSOUTQ-BENACC      TO TFSBENLOG-NEWBENACC.
BTPL01     MOVE     WK-C-OUTC-RCBNKID   TO TFSBENLOG-NEWRCBNKID.
BTPL01     WRITE    TFSBENLOG-REC-1.
BTPL01     CLOSE    TFSBENLOG.
BTPL01
BTPL01 C399-RECORD-FIRST-USE-EX.
BTPL01     EXIT.
BTPL01
      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*

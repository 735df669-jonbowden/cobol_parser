      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OCUT01 - RISKOPS   - 15/10/2026 - CORRESPONDENT CUTOFFS.
      *                        BEFORE THE MESSAGE IS BUILT THE
      *                        RECEIVER'S CUTOFF FOR THE CURRENCY
      *                        (TFSCORCUT, TIME-ZONE ADJUSTED THROUGH
      *                        LCLUTCOF) IS CHECKED. PAST IT, THE
      *                        VALUE DATE ROLLS TO THE NEXT GOOD DAY
      *                        WITH THE BRANCH TOLD (TRFXALRT), OR THE
      *                        ITEM IS HELD ON TFSOCTLQ (RSN-CUTOFF)
      *                        FOR A SUPERVISOR - PER ROW, ELSE
      *                        OCUTACT. RELEASES CLOSE TO OR PAST A
      *                        CUTOFF, ROLLS AND HOLDS ARE LOGGED ON
      *                        TFSOCUTLG FOR THE GHOCUTRP LIST.
      *---------------------------------------------------------------*
      *  BTPL01 - RISKOPS   - 15/10/2026 - A FURTHER PAYMENT
      *                        CONTROL - AN INSTRUCTION CAPTURED FROM
      *                        A BENEFICIARY TEMPLATE STILL IN ITS
      *                        COOLING-OFF (TFSOUTQ-BTPLIND "C") IS
      *                        HELD ON TFSOCTLQ (RSN-COOL) FOR THE
      *                        SECOND OFFICER LIKE ANY OTHER CATCH.
      *---------------------------------------------------------------*
      *  ISOX01 - RISKOPS   - 15/10/2026 - ISO 20022 OUTPUT. A
      *                        RECEIVER WHOSE TFSBANK-MSGFMT IS X GETS
      *                        A PACS.008 (CUSTOMER) OR PACS.009 (FI)
      *                        ON TFSOUTMX INSTEAD OF THE MT103/MT202,
      *                        AND A CORRESPONDENT THAT TAKES MX GETS
      *                        THE COVER AS A PACS.009 COV. THE FULL-
      *                        LENGTH NAMES, STRUCTURED ADDRESS AND
      *                        REMITTANCE TEXT CAPTURED ON TFSOUTQX
      *                        GO OUT UNTRUNCATED. MX MESSAGES ARE
      *                        NUMBERED FROM TFSCLSYS-MSGNOREM AND
      *                        LOGGED THROUGH TRFGMSLG LIKE THE MT
      *                        ONES. NO OWNBIC PARAMETER = ALL MT.
      *---------------------------------------------------------------*
      *  COVR01 - RISKOPS   - 15/10/2026 - COVER METHOD. AN MT103 TO
      *                        A RECEIVER WE HOLD NO ACCOUNT WITH IN
      *                        THE CURRENCY (NO TFSBNKAC ROW) GOES
      *                        WITH AN MT202COV TO OUR CORRESPONDENT
      *                        FOR THE CURRENCY (TFSNOSAGT ORDER VIA
      *                        TRFVNOSA, RESOLVED ON TFSBNKAC), BUILT
      *                        IN THE SAME STEP WITH THE UNDERLYING
      *                        CUSTOMER DETAILS AND LOGGED ON
      *                        TFSOUTCOV AGAINST THE MT103. NO
      *                        CORRESPONDENT REPAIRS UNDER RSN0416
      *                        BEFORE THE MT103 IS SENT. TFSOUTQ-
      *                        COVIND RECORDS THE OUTCOME FOR THE
      *                        GHCOVRPT DAILY REPORT.
      *---------------------------------------------------------------*
      *  OCTL01 - RISKOPS   - 15/10/2026 - OUTWARD SCREENING AND
      *                        PAYMENT CONTROLS BEFORE THE MESSAGE IS
      *                        BUILT. EACH INSTRUCTION GOES THROUGH
      *                        TRFVSCRN LIKE AN INWARD ITEM (A HIT OR
      *                        A DOWN ENGINE PARKS IT ON PRCIND "S"
      *                        FOR COMPLIANCE), THEN THROUGH THE
      *                        CONTROLS - RELEASE OUTSIDE THE UNIT'S
      *                        TFSSHIFT HOURS OR AT THE WEEKEND, A
      *                        BENEFICIARY BANK NEVER PAID, AN AMOUNT
      *                        FAR ABOVE THE BRANCH'S OR DEBIT
      *                        ACCOUNT'S USUAL (TFSOPATN), A NEAR-
      *                        IDENTICAL INSTRUCTION CAPTURED EARLIER
      *                        TODAY. A CATCH PARKS IT ON TFSOCTLQ
      *                        (PRCIND "V") FOR A SECOND OFFICER
      *                        (TRFGOCTL) - IT IS NOT SENT. TFSOPATN
      *                        IS KEPT UP FROM EVERY MESSAGE SENT.
      *---------------------------------------------------------------*
      *  CLRC01 - RISKOPS   - 15/10/2026 - A NATIONAL CLEARING CODE IN
      *                        THE 57 PARTY IDENTIFIER IS CHECKED FOR
      *                        SHAPE AND AGAINST THE TFSCLRDIR
      *                        DIRECTORY (TRFVCLRC) BEFORE THE MESSAGE
      *                        IS BUILT - A MISTYPED ABA OR SORT CODE
      *                        REPAIRS HERE UNDER RSN0414 INSTEAD OF
      *                        COMING BACK FROM THE CORRESPONDENT. WITH
      *                        NO 57 BIC THE DIRECTORY SUPPLIES IT.
      *---------------------------------------------------------------*
      *  CUYDP1 - RISKOPS   - 02/09/2026 - CURRENCY DECIMAL-PRECISION
      *                        CHECK (TRFVDPC) ON THE INSTRUCTION
      *                        AMOUNT BEFORE THE MESSAGE IS BUILT
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
OCTL01     SELECT TFSOCTLQ ASSIGN TO DATABASE-TFSOCTLQ
OCTL01            ORGANIZATION      IS INDEXED
OCTL01            ACCESS MODE       IS RANDOM
OCTL01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
OCTL01            FILE STATUS       IS WK-C-FILE-STATUS.
OCTL01     SELECT TFSOPATN ASSIGN TO DATABASE-TFSOPATN
OCTL01            ORGANIZATION      IS INDEXED
OCTL01            ACCESS MODE       IS RANDOM
OCTL01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
OCTL01            FILE STATUS       IS WK-C-FILE-STATUS.
OCTL01     SELECT TFSSHIFT ASSIGN TO DATABASE-TFSSHIFT
OCTL01            ORGANIZATION      IS INDEXED
OCTL01            ACCESS MODE       IS RANDOM
OCTL01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
OCTL01            FILE STATUS       IS WK-C-FILE-STATUS.
COVR01     SELECT TFSBNKAC ASSIGN TO DATABASE-TFSBNKAC
COVR01            ORGANIZATION      IS INDEXED
COVR01            ACCESS MODE       IS RANDOM
COVR01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
COVR01            FILE STATUS       IS WK-C-FILE-STATUS.
COVR01     SELECT TFSOUTCOV ASSIGN TO DATABASE-TFSOUTCOV
COVR01            ORGANIZATION      IS INDEXED
COVR01            ACCESS MODE       IS RANDOM
COVR01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
COVR01            FILE STATUS       IS WK-C-FILE-STATUS.
ISOX01     SELECT TFSBANK ASSIGN TO DATABASE-TFSBANK
ISOX01            ORGANIZATION      IS INDEXED
ISOX01            ACCESS MODE       IS RANDOM
ISOX01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ISOX01            FILE STATUS       IS WK-C-FILE-STATUS.
ISOX01     SELECT TFSOUTQX ASSIGN TO DATABASE-TFSOUTQX
ISOX01            ORGANIZATION      IS INDEXED
ISOX01            ACCESS MODE       IS RANDOM
ISOX01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ISOX01            FILE STATUS       IS WK-C-FILE-STATUS.
ISOX01     SELECT TFSOUTMX ASSIGN TO DATABASE-TFSOUTMX
ISOX01            ORGANIZATION      IS INDEXED
ISOX01            ACCESS MODE       IS RANDOM
ISOX01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ISOX01            FILE STATUS       IS WK-C-FILE-STATUS.
OCUT01     SELECT TFSCORCUT ASSIGN TO DATABASE-TFSCORCUT
OCUT01            ORGANIZATION      IS INDEXED
OCUT01            ACCESS MODE       IS RANDOM
OCUT01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
OCUT01            FILE STATUS       IS WK-C-FILE-STATUS.
OCUT01     SELECT TFSOCUTLG ASSIGN TO DATABASE-TFSOCUTLG
OCUT01            ORGANIZATION      IS SEQUENTIAL
OCUT01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.
OCTL01 FD  TFSOCTLQ
OCTL01     LABEL RECORDS ARE OMITTED
OCTL01     DATA RECORD IS TFSOCTLQ-REC.
OCTL01 01  TFSOCTLQ-REC.
OCTL01     COPY DDS-ALL-FORMATS OF TFSOCTLQ.
OCTL01 01  TFSOCTLQ-REC-1.
OCTL01     COPY TFSOCTLQ.
OCTL01 FD  TFSOPATN
OCTL01     LABEL RECORDS ARE OMITTED
OCTL01     DATA RECORD IS TFSOPATN-REC.
OCTL01 01  TFSOPATN-REC.
OCTL01     COPY DDS-ALL-FORMATS OF TFSOPATN.
OCTL01 01  TFSOPATN-REC-1.
OCTL01     COPY TFSOPATN.
OCTL01 FD  TFSSHIFT
OCTL01     LABEL RECORDS ARE OMITTED
OCTL01     DATA RECORD IS TFSSHIFT-REC.
OCTL01 01  TFSSHIFT-REC.
OCTL01     COPY DDS-ALL-FORMATS OF TFSSHIFT.
OCTL01 01  TFSSHIFT-REC-1.
OCTL01     COPY TFSSHIFT.
COVR01 FD  TFSBNKAC
COVR01     LABEL RECORDS ARE OMITTED
COVR01     DATA RECORD IS TFSBNKAC-REC.
COVR01 01  TFSBNKAC-REC.
COVR01     COPY DDS-ALL-FORMATS OF TFSBNKAC.
COVR01 01  TFSBNKAC-REC-1.
COVR01     COPY TFSBNKAC.
COVR01 FD  TFSOUTCOV
COVR01     LABEL RECORDS ARE OMITTED
COVR01     DATA RECORD IS TFSOUTCOV-REC.
COVR01 01  TFSOUTCOV-REC.
COVR01     COPY DDS-ALL-FORMATS OF TFSOUTCOV.
COVR01 01  TFSOUTCOV-REC-1.
COVR01     COPY TFSOUTCOV.
ISOX01 FD  TFSBANK
ISOX01     LABEL RECORDS ARE OMITTED
ISOX01     DATA RECORD IS TFSBANK-REC.
ISOX01 01  TFSBANK-REC.
ISOX01     COPY DDS-ALL-FORMATS OF TFSBANK.
ISOX01 01  TFSBANK-REC-1.
ISOX01     COPY TFSBANK.
ISOX01 FD  TFSOUTQX
ISOX01     LABEL RECORDS ARE OMITTED
ISOX01     DATA RECORD IS TFSOUTQX-REC.
ISOX01 01  TFSOUTQX-REC.
ISOX01     COPY DDS-ALL-FORMATS OF TFSOUTQX.
ISOX01 01  TFSOUTQX-REC-1.
ISOX01     COPY TFSOUTQX.
ISOX01 FD  TFSOUTMX
ISOX01     LABEL RECORDS ARE OMITTED
ISOX01     DATA RECORD IS TFSOUTMX-REC.
ISOX01 01  TFSOUTMX-REC.
ISOX01     COPY DDS-ALL-FORMATS OF TFSOUTMX.
ISOX01 01  TFSOUTMX-REC-1.
ISOX01     COPY TFSOUTMX.
OCUT01 FD  TFSCORCUT
OCUT01     LABEL RECORDS ARE OMITTED
OCUT01     DATA RECORD IS TFSCORCUT-REC.
OCUT01 01  TFSCORCUT-REC.
OCUT01     COPY DDS-ALL-FORMATS OF TFSCORCUT.
OCUT01 01  TFSCORCUT-REC-1.
OCUT01     COPY TFSCORCUT.
OCUT01 FD  TFSOCUTLG
OCUT01     LABEL RECORDS ARE OMITTED
OCUT01     DATA RECORD IS TFSOCUTLG-REC.
OCUT01 01  TFSOCUTLG-REC.
OCUT01     COPY DDS-ALL-FORMATS OF TFSOCUTLG.
OCUT01 01  TFSOCUTLG-REC-1.
OCUT01     COPY TFSOCUTLG.

      *************************
       WORKING-STORAGE SECTION.
       COPY XCHR.
       COPY XPARA.
CUYDP1 COPY VDPC.
CLRC01 COPY VCLRC.
OCTL01 COPY VSCRN.
COVR01 COPY VNOSA.
OCUT01 COPY ALRT.
       COPY JLOG.
       COPY MSLG.

       01  WS-SYSDTE           PIC S9(08) VALUE ZEROES.
       01  WS-RSNCDE           PIC X(07).
       01  WS-RSNDESC          PIC X(30).
CLRC01 01  WS-CLR-SUFFIX       PIC X(13).

OCTL01* PAYMENT-CONTROL TUNING (TRFXPARA) - A PARAMETER NOT SET
OCTL01* KEEPS ITS DEFAULT.
OCTL01 01  WS-OCTL-MULT        PIC 9(03) VALUE 10.
OCTL01*                        OCTLMULT - PATTERN MULTIPLE
OCTL01 01  WS-OCTL-MINCT       PIC 9(05) VALUE 5.
OCTL01*                        OCTLMINC - SENDS BEFORE A PATTERN COUNTS
OCTL01 01  WS-OCTL-DUPB        PIC 9(03) VALUE 1.
OCTL01*                        OCTLDUPB - DUPLICATE AMOUNT BAND, PERCENT
OCTL01 01  WS-SHIFT-OPEN-SW    PIC X(01) VALUE "N".
OCTL01 01  WS-SHIFT-TIME       PIC 9(04) VALUE ZEROES.
OCTL01 01  WS-DAY-INT          PIC S9(09) COMP VALUE ZERO.
OCTL01 01  WS-DAY-DOW          PIC S9(04) COMP VALUE ZERO.
OCTL01 01  WS-CTLQ-FOUND-SW    PIC X(01).
OCTL01 01  WS-CTL-RSN.
OCTL01     05 WS-CTL-RSN-HOURS PIC X(01).
OCTL01     05 WS-CTL-RSN-NEWBNK PIC X(01).
OCTL01     05 WS-CTL-RSN-PATTERN PIC X(01).
OCTL01     05 WS-CTL-RSN-DUPL  PIC X(01).
BTPL01 01  WS-CTL-RSN-COOL     PIC X(01).
OCTL01 01  WS-CTL-DUPOUTQ      PIC 9(08).
OCTL01 01  WS-BEN-BIC          PIC X(11).
OCTL01 01  WS-DR-KEY           PIC X(15).
OCTL01 01  WS-PAT-TYP          PIC X(01).
OCTL01 01  WS-PAT-KEY          PIC X(15).
OCTL01 01  WS-PAT-CUYCD        PIC X(03).
OCTL01 01  WS-PAT-HIT-SW       PIC X(01).
OCTL01 01  WS-PAT-LIMIT        PIC S9(18)V9(02) COMP-3.
OCTL01 01  WS-PAT-TOTAL        PIC S9(18)V9(02) COMP-3.
OCTL01 01  WS-DUP-BAND         PIC S9(15)V9(02) COMP-3.
OCTL01 01  WS-DUP-DIFF         PIC S9(15)V9(02) COMP-3.
OCTL01 77  WS-SCRN-CNT         PIC S9(07) COMP VALUE ZERO.
OCTL01 77  WS-CTL-CNT          PIC S9(07) COMP VALUE ZERO.
OCTL01 77  WS-CTLREL-CNT       PIC S9(07) COMP VALUE ZERO.
OCTL01 77  WS-DUP-CNT          PIC S9(07) COMP VALUE ZERO.
OCTL01 77  WS-DUP-IX           PIC S9(07) COMP VALUE ZERO.
OCTL01 77  WS-DUP-MAX          PIC S9(07) COMP VALUE 5000.

COVR01 01  WS-COV-REQ-SW       PIC X(01) VALUE "N".
COVR01 01  WS-COV-CORRBIC      PIC X(11).
COVR01 01  WS-COV-CORRACC      PIC X(15).
COVR01 01  WS-COV-END-SW       PIC X(01).
COVR01 01  WS-COV-MSGNO        PIC S9(05) VALUE ZERO.
COVR01 01  WS-COV-TRNNO.
COVR01     05 WS-COV-TRN-OUTQ  PIC 9(08).
COVR01     05 WS-COV-TRN-SFX   PIC X(04) VALUE "COV".
COVR01 01  WS-BAC-BANKID       PIC X(11).
COVR01 01  WS-BAC-FOUND-SW     PIC X(01).
COVR01 01  WS-BAC-ACCNO        PIC X(15).
COVR01 77  WS-BAC-PRI          PIC S9(04) COMP VALUE ZERO.
COVR01 77  WS-NOSA-SEQ         PIC S9(04) COMP VALUE ZERO.
COVR01 77  WS-COV-CNT          PIC S9(07) COMP VALUE ZERO.
COVR01 77  WS-COV-FAIL-CNT     PIC S9(07) COMP VALUE ZERO.

ISOX01* ISO 20022 OUTPUT. OUR OWN BIC (TRFXPARA OWNBIC) IS THE MX
ISOX01* SENDER - WITHOUT IT NOTHING GOES OUT AS MX.
ISOX01 01  WS-OWN-BIC          PIC X(11) VALUE SPACES.
ISOX01 01  WS-FMT-BANKID       PIC X(11).
ISOX01 01  WS-FMT-RESULT       PIC X(01).
ISOX01 01  WS-XT-FOUND-SW      PIC X(01).
ISOX01 01  WS-MX-ERR-SW        PIC X(01).
ISOX01 01  WS-MX-SEQ           PIC 9(01).
ISOX01 01  WS-MX-KIND          PIC X(03).
ISOX01 01  WS-MX-MSGNO-9       PIC 9(05).
ISOX01 01  WS-MX-ID.
ISOX01     05 FILLER           PIC X(03) VALUE "OUT".
ISOX01     05 WS-MX-ID-OUTQ    PIC 9(08).
ISOX01     05 WS-MX-ID-SEQ     PIC 9(02).
ISOX01     05 WS-MX-ID-MXSEQ   PIC 9(01).
ISOX01* UETR OF THE ITEM - VERSION 4 LAYOUT, UNIQUE BY RUN DATE,
ISOX01* TIME, QUEUE NUMBER AND MESSAGE NUMBER. A COV CARRIES THE
ISOX01* UETR OF THE PAYMENT IT COVERS.
ISOX01 01  WS-ITEM-UETR.
ISOX01     05 WS-UETR-DTE      PIC 9(08).
ISOX01     05 FILLER           PIC X(01) VALUE "-".
ISOX01     05 WS-UETR-HHMM     PIC 9(04).
ISOX01     05 FILLER           PIC X(02) VALUE "-4".
ISOX01     05 WS-UETR-SS       PIC 9(02).
ISOX01     05 FILLER           PIC X(03) VALUE "0-8".
ISOX01     05 WS-UETR-OUTQ1    PIC X(03).
ISOX01     05 FILLER           PIC X(01) VALUE "-".
ISOX01     05 WS-UETR-OUTQ2    PIC X(05).
ISOX01     05 WS-UETR-SEQ      PIC 9(02).
ISOX01     05 WS-UETR-MSGNO    PIC 9(05).
ISOX01 77  WS-MX-CNT           PIC S9(07) COMP VALUE ZERO.
ISOX01 77  WS-MXCOV-CNT        PIC S9(07) COMP VALUE ZERO.

OCUT01* CORRESPONDENT CUTOFFS (TFSCORCUT). OUR OWN OFFSET FROM UTC IS
OCUT01* TRFXPARA LCLUTCOF (+HHMM / -HHMM) - NOT SET MEANS EVERY CUTOFF
OCUT01* IS TAKEN AS ALREADY IN OUR TIME. OCUTACT IS THE ACTION FOR A
OCUT01* ROW THAT NAMES NONE - R ROLL, H HOLD (THE DEFAULT). TIMES ARE
OCUT01* HELD AS MINUTES FROM THE INTEGER-OF-DATE EPOCH.
OCUT01 01  WS-CUT-OPEN-SW      PIC X(01) VALUE "N".
OCUT01 01  WS-CUT-TZ-SW        PIC X(01) VALUE "N".
OCUT01 01  WS-CUT-LCL-OFS      PIC S9(05) COMP VALUE ZERO.
OCUT01 01  WS-CUT-DFLT-ACT     PIC X(01) VALUE "H".
OCUT01 01  WS-CUT-PARM.
OCUT01     05 WS-CUT-PARM-SIGN PIC X(01).
OCUT01     05 WS-CUT-PARM-HHMM PIC 9(04).
OCUT01 01  WS-CUT-RLS-SW       PIC X(01).
OCUT01 01  WS-CUT-ROLL-SW      PIC X(01).
OCUT01 01  WS-CUT-ACTION       PIC X(01).
OCUT01 01  WS-CTL-RSN-CUTOFF   PIC X(01).
OCUT01 01  WS-CUT-LOG-ACT      PIC X(01).
OCUT01 01  WS-CUT-ORGVALDTE    PIC S9(08).
OCUT01 01  WS-CUT-VALDTE       PIC S9(08).
OCUT01 01  WS-CUT-DTE-9        PIC 9(08).
OCUT01 01  WS-CUT-HH           PIC S9(04) COMP.
OCUT01 01  WS-CUT-MM           PIC S9(04) COMP.
OCUT01 01  WS-CUT-HHMM         PIC 9(04).
OCUT01 01  WS-CUT-AT           PIC S9(11) COMP.
OCUT01 01  WS-CUT-NOW          PIC S9(11) COMP.
OCUT01 01  WS-CUT-MARGIN       PIC S9(11) COMP.
OCUT01 01  WS-CUT-LOG-AT       PIC S9(11) COMP.
OCUT01 01  WS-CUT-DAY-INT      PIC S9(09) COMP.
OCUT01 01  WS-CUT-DAY-MINS     PIC S9(09) COMP.
OCUT01 77  WS-CUT-TRY          PIC S9(04) COMP VALUE ZERO.
OCUT01 77  WS-CUTCLS-CNT       PIC S9(07) COMP VALUE ZERO.
OCUT01 77  WS-CUTROLL-CNT      PIC S9(07) COMP VALUE ZERO.
OCUT01 77  WS-CUTHLD-CNT       PIC S9(07) COMP VALUE ZERO.
OCUT01 77  WS-CUTSUP-CNT       PIC S9(07) COMP VALUE ZERO.

OCTL01* TODAY'S CAPTURES, LOADED BEFORE THE SWEEP, FOR THE NEAR-
OCTL01* DUPLICATE CONTROL - ONE ENTRY PER TFSOUTQ ROW CAPTURED ON
OCTL01* THE RUN DATE, IN QUEUE-NUMBER (CAPTURE) ORDER.
OCTL01 01  WS-DUP-TABLE.
OCTL01     05 WS-DUP-ENTRY     OCCURS 5000 TIMES.
OCTL01        10 WS-DUP-OUTQNO PIC 9(08).
OCTL01        10 WS-DUP-SEQNUM PIC 9(02).
OCTL01        10 WS-DUP-CUYCD  PIC X(03).
OCTL01        10 WS-DUP-AMT    PIC S9(15)V9(02) COMP-3.
OCTL01        10 WS-DUP-BENACC PIC X(35).
OCTL01        10 WS-DUP-BENBIC PIC X(11).
OCTL01        10 WS-DUP-DRKEY  PIC X(15).

      * THE EIGHT OUTBOUND FREE-TEXT LINES SCRUBBED PER ITEM - THE
      * FOUR TAG 70 LINES, THE BENEFICIARY NAME/ADDRESS LINES AND
              THRU  A199-GET-ROLL-POLICY-EX.
           PERFORM  A200-GET-SYSTEM-DATE
              THRU  A299-GET-SYSTEM-DATE-EX.
OCTL01     PERFORM  A300-GET-CONTROL-POLICY
OCTL01        THRU  A399-GET-CONTROL-POLICY-EX.
OCTL01     PERFORM  A400-LOAD-TODAYS-CAPTURES
OCTL01        THRU  A499-LOAD-TODAYS-CAPTURES-EX.

OCTL01     OPEN     I-O TFSOCTLQ.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOCTLQ"
OCTL01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
OCTL01              GO TO Y900-ABNORMAL-TERMINATION.
OCTL01     OPEN     I-O TFSOPATN.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOPATN"
OCTL01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
OCTL01              GO TO Y900-ABNORMAL-TERMINATION.
COVR01     OPEN     INPUT TFSBNKAC.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSBNKAC"
COVR01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
COVR01              GO TO Y900-ABNORMAL-TERMINATION.
COVR01     OPEN     I-O TFSOUTCOV.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOUTCOV"
COVR01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
COVR01              GO TO Y900-ABNORMAL-TERMINATION.
ISOX01     PERFORM  A500-GET-MX-POLICY
ISOX01        THRU  A599-GET-MX-POLICY-EX.
ISOX01     OPEN     INPUT TFSBANK.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSBANK"
ISOX01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ISOX01              GO TO Y900-ABNORMAL-TERMINATION.
ISOX01     OPEN     INPUT TFSOUTQX.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOUTQX"
ISOX01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ISOX01              GO TO Y900-ABNORMAL-TERMINATION.
ISOX01     OPEN     I-O TFSOUTMX.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOUTMX"
ISOX01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
ISOX01              GO TO Y900-ABNORMAL-TERMINATION.
OCTL01*    NO SHIFT FILE IN THE RUN MEANS ALWAYS ATTENDED.
OCTL01     OPEN     INPUT TFSSHIFT.
OCTL01     IF       WK-C-SUCCESSFUL
OCTL01              MOVE "Y"            TO WS-SHIFT-OPEN-SW
OCTL01     END-IF.
OCUT01     PERFORM  A600-GET-CUTOFF-POLICY
OCUT01        THRU  A699-GET-CUTOFF-POLICY-EX.
OCUT01*    NO CUTOFF TABLE IN THE RUN MEANS NO CUTOFF CHECK.
OCUT01     OPEN     INPUT TFSCORCUT.
OCUT01     IF       WK-C-SUCCESSFUL
OCUT01              MOVE "Y"            TO WS-CUT-OPEN-SW
OCUT01     ELSE
OCUT01              DISPLAY "TRFGOUTD - NO TFSCORCUT - CUTOFFS NOT "
OCUT01                      "CHECKED"
OCUT01     END-IF.
OCUT01     OPEN     EXTEND TFSOCUTLG.
OCUT01     IF       NOT WK-C-SUCCESSFUL
OCUT01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOCUTLG"
OCUT01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
OCUT01              GO TO Y900-ABNORMAL-TERMINATION.

           OPEN     I-O TFSOUTQ.
           IF       NOT WK-C-SUCCESSFUL
           DISPLAY  "TRFGOUTD - MESSAGES SENT      : " WS-SENT-CNT.
           DISPLAY  "TRFGOUTD - FELL TO REPAIR     : " WS-RPR-CNT.
           DISPLAY  "TRFGOUTD - ON HOLD - SKIPPED  : " WS-HELD-CNT.
OCTL01     DISPLAY  "TRFGOUTD - SCREENING HOLDS    : " WS-SCRN-CNT.
OCTL01     DISPLAY  "TRFGOUTD - CONTROL HOLDS      : " WS-CTL-CNT.
OCTL01     DISPLAY  "TRFGOUTD - SENT AFTER RELEASE : " WS-CTLREL-CNT.
ISOX01     DISPLAY  "TRFGOUTD - COVERS SENT        : " WS-COV-CNT.
ISOX01     DISPLAY  "TRFGOUTD - OF WHICH PACS.009 COV: " WS-MXCOV-CNT.
ISOX01     DISPLAY  "TRFGOUTD - SENT AS ISO 20022  : " WS-MX-CNT.
COVR01     DISPLAY  "TRFGOUTD - COVER NOT SENT     : " WS-COV-FAIL-CNT.
OCUT01     DISPLAY  "TRFGOUTD - SENT CLOSE TO CUTOFF: " WS-CUTCLS-CNT.
OCUT01     DISPLAY  "TRFGOUTD - VALUE DATE ROLLED  : " WS-CUTROLL-CNT.
OCUT01     DISPLAY  "TRFGOUTD - CUTOFF HOLDS       : " WS-CUTHLD-CNT.
OCUT01     DISPLAY  "TRFGOUTD - SENT PAST CUTOFF   : " WS-CUTSUP-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
       A299-GET-SYSTEM-DATE-EX.
           EXIT.

OCTL01*---------------------------------------------------------------*
OCTL01 A300-GET-CONTROL-POLICY.
OCTL01*---------------------------------------------------------------*
OCTL01     INITIALIZE                   WK-C-XPARA-RECORD.
OCTL01     MOVE     "OCTLMULT"          TO WK-C-XPARA-PARACD.
OCTL01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
OCTL01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
OCTL01     IF       WK-C-XPARA-ERROR-CD = SPACES
OCTL01              AND WK-N-XPARA-PARANUM > 1
OCTL01              AND WK-N-XPARA-PARANUM < 1000
OCTL01              MOVE WK-N-XPARA-PARANUM TO WS-OCTL-MULT.
OCTL01
OCTL01     INITIALIZE                   WK-C-XPARA-RECORD.
OCTL01     MOVE     "OCTLMINC"          TO WK-C-XPARA-PARACD.
OCTL01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
OCTL01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
OCTL01     IF       WK-C-XPARA-ERROR-CD = SPACES
OCTL01              AND WK-N-XPARA-PARANUM > ZERO
OCTL01              AND WK-N-XPARA-PARANUM < 100000
OCTL01              MOVE WK-N-XPARA-PARANUM TO WS-OCTL-MINCT.
OCTL01
OCTL01*    A BAND OF ZERO IS ALLOWED - EXACT AMOUNTS ONLY.
OCTL01     INITIALIZE                   WK-C-XPARA-RECORD.
OCTL01     MOVE     "OCTLDUPB"          TO WK-C-XPARA-PARACD.
OCTL01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
OCTL01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
OCTL01     IF       WK-C-XPARA-ERROR-CD = SPACES
OCTL01              AND WK-N-XPARA-PARANUM NOT < ZERO
OCTL01              AND WK-N-XPARA-PARANUM < 100
OCTL01              MOVE WK-N-XPARA-PARANUM TO WS-OCTL-DUPB.
OCTL01
OCTL01 A399-GET-CONTROL-POLICY-EX.
OCTL01     EXIT.
ISOX01
ISOX01*---------------------------------------------------------------*
ISOX01 A500-GET-MX-POLICY.
ISOX01*---------------------------------------------------------------*
ISOX01     INITIALIZE                   WK-C-XPARA-RECORD.
ISOX01     MOVE     "OWNBIC"            TO WK-C-XPARA-PARACD.
ISOX01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
ISOX01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
ISOX01     IF       WK-C-XPARA-ERROR-CD = SPACES
ISOX01              MOVE WK-C-XPARA-PARAVALU (1:11) TO WS-OWN-BIC.
ISOX01     IF       WS-OWN-BIC = SPACES
ISOX01              DISPLAY "TRFGOUTD - OWNBIC NOT SET - ALL OUTPUT "
ISOX01                      "GOES AS MT".
ISOX01
ISOX01 A599-GET-MX-POLICY-EX.
ISOX01     EXIT.
OCUT01*---------------------------------------------------------------*
OCUT01 A600-GET-CUTOFF-POLICY.
OCUT01*---------------------------------------------------------------*
OCUT01     INITIALIZE                   WK-C-XPARA-RECORD.
OCUT01     MOVE     "OCUTACT"           TO WK-C-XPARA-PARACD.
OCUT01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
OCUT01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
OCUT01     IF       WK-C-XPARA-ERROR-CD = SPACES
OCUT01              AND (WK-C-XPARA-PARAVALU (1:1) = "R"
OCUT01              OR WK-C-XPARA-PARAVALU (1:1) = "H")
OCUT01              MOVE WK-C-XPARA-PARAVALU (1:1) TO WS-CUT-DFLT-ACT.
OCUT01
OCUT01     INITIALIZE                   WK-C-XPARA-RECORD.
OCUT01     MOVE     "LCLUTCOF"          TO WK-C-XPARA-PARACD.
OCUT01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
OCUT01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
OCUT01     MOVE     WK-C-XPARA-PARAVALU (1:5) TO WS-CUT-PARM.
OCUT01     IF       WK-C-XPARA-ERROR-CD NOT = SPACES
OCUT01              OR (WS-CUT-PARM-SIGN NOT = "+"
OCUT01              AND WS-CUT-PARM-SIGN NOT = "-")
OCUT01              OR WS-CUT-PARM-HHMM NOT NUMERIC
OCUT01              GO TO A690-NO-LOCAL-OFFSET.
OCUT01     DIVIDE   WS-CUT-PARM-HHMM    BY 100
OCUT01              GIVING WS-CUT-HH    REMAINDER WS-CUT-MM.
OCUT01     IF       WS-CUT-HH > 14
OCUT01              OR WS-CUT-MM > 59
OCUT01              GO TO A690-NO-LOCAL-OFFSET.
OCUT01     COMPUTE  WS-CUT-LCL-OFS = WS-CUT-HH * 60 + WS-CUT-MM.
OCUT01     IF       WS-CUT-PARM-SIGN = "-"
OCUT01              COMPUTE WS-CUT-LCL-OFS = 0 - WS-CUT-LCL-OFS.
OCUT01     MOVE     "Y"                 TO WS-CUT-TZ-SW.
OCUT01     GO TO    A699-GET-CUTOFF-POLICY-EX.
OCUT01
OCUT01 A690-NO-LOCAL-OFFSET.
OCUT01     DISPLAY  "TRFGOUTD - LCLUTCOF NOT SET - CUTOFFS TAKEN AS "
OCUT01              "OUR LOCAL TIME".
OCUT01
OCUT01 A699-GET-CUTOFF-POLICY-EX.
OCUT01     EXIT.
OCTL01
OCTL01*---------------------------------------------------------------*
OCTL01 A400-LOAD-TODAYS-CAPTURES.
OCTL01*---------------------------------------------------------------*
OCTL01*    ONE PASS OVER THE QUEUE BEFORE THE SWEEP OPENS IT FOR
OCTL01*    UPDATE - EVERY INSTRUCTION CAPTURED TODAY, WHATEVER ITS
OCTL01*    STATE, IS A CANDIDATE DUPLICATE FOR A LATER ONE. A TABLE
OCTL01*    OVERFLOW IS REPORTED AND THE LATER CAPTURES ARE SIMPLY
OCTL01*    NOT COMPARED - IT NEVER STOPS THE SWEEP.
OCTL01*---------------------------------------------------------------*
OCTL01     MOVE     ZERO                TO WS-DUP-CNT.
OCTL01     OPEN     INPUT TFSOUTQ.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSOUTQ"
OCTL01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
OCTL01              GO TO Y900-ABNORMAL-TERMINATION.
OCTL01     MOVE     "N"                 TO WS-EOF-SW.
OCTL01     PERFORM  B000-READ-QUEUE
OCTL01        THRU  B099-READ-QUEUE-EX.
OCTL01     PERFORM  A410-LOAD-ONE-CAPTURE
OCTL01        THRU  A419-LOAD-ONE-CAPTURE-EX
OCTL01              UNTIL WS-EOF.
OCTL01     CLOSE    TFSOUTQ.
OCTL01     MOVE     "N"                 TO WS-EOF-SW.
OCTL01
OCTL01 A499-LOAD-TODAYS-CAPTURES-EX.
OCTL01     EXIT.
OCTL01
OCTL01 A410-LOAD-ONE-CAPTURE.
OCTL01     IF       TFSOUTQ-CAPDTE NOT = WS-RUN-DATE-8
OCTL01              GO TO A418-NEXT-CAPTURE.
OCTL01     IF       WS-DUP-CNT NOT < WS-DUP-MAX
OCTL01              DISPLAY "TRFGOUTD - DUPLICATE TABLE FULL AT "
OCTL01                      TFSOUTQ-OUTQNO
OCTL01              GO TO A418-NEXT-CAPTURE.
OCTL01     ADD      1                   TO WS-DUP-CNT.
OCTL01     PERFORM  X100-SET-PARTY-KEYS
OCTL01        THRU  X199-SET-PARTY-KEYS-EX.
OCTL01     MOVE     TFSOUTQ-OUTQNO      TO WS-DUP-OUTQNO (WS-DUP-CNT).
OCTL01     MOVE     TFSOUTQ-SEQNUM      TO WS-DUP-SEQNUM (WS-DUP-CNT).
OCTL01     MOVE     TFSOUTQ-CUYCD       TO WS-DUP-CUYCD (WS-DUP-CNT).
OCTL01     MOVE     TFSOUTQ-AMT         TO WS-DUP-AMT (WS-DUP-CNT).
OCTL01     MOVE     TFSOUTQ-BENACC      TO WS-DUP-BENACC (WS-DUP-CNT).
OCTL01     MOVE     WS-BEN-BIC          TO WS-DUP-BENBIC (WS-DUP-CNT).
OCTL01     MOVE     WS-DR-KEY           TO WS-DUP-DRKEY (WS-DUP-CNT).
OCTL01
OCTL01 A418-NEXT-CAPTURE.
OCTL01     PERFORM  B000-READ-QUEUE
OCTL01        THRU  B099-READ-QUEUE-EX.
OCTL01
OCTL01 A419-LOAD-ONE-CAPTURE-EX.
OCTL01     EXIT.

      *---------------------------------------------------------------*
       B000-READ-QUEUE.
      *---------------------------------------------------------------*
CUYDP1     IF       WS-ITEM-ERROR = "Y"
CUYDP1              GO TO B180-POST-REPAIR.

CLRC01     PERFORM  C160-CHECK-CLEARING-CODE
CLRC01        THRU  C169-CHECK-CLEARING-CODE-EX.
CLRC01     IF       WS-ITEM-ERROR = "Y"
CLRC01              GO TO B180-POST-REPAIR.

           PERFORM  C200-CHECK-CHARACTER-SET
              THRU  C299-CHECK-CHARACTER-SET-EX.
           IF       WS-ITEM-ERROR = "Y"
                    GO TO B180-POST-REPAIR.

OCTL01     PERFORM  C300-SCREEN-PARTIES
OCTL01        THRU  C399-SCREEN-PARTIES-EX.
OCTL01     IF       WS-ITEM-ERROR = "S"
OCTL01              GO TO B190-NEXT-ITEM.

OCTL01     PERFORM  C400-CHECK-PAYMENT-CONTROLS
OCTL01        THRU  C499-CHECK-PAYMENT-CONTROLS-EX.
OCTL01     IF       WS-ITEM-ERROR = "V"
OCTL01              GO TO B190-NEXT-ITEM.

COVR01     PERFORM  C500-DETERMINE-COVER
COVR01        THRU  C599-DETERMINE-COVER-EX.
COVR01     IF       WS-ITEM-ERROR = "Y"
COVR01              GO TO B180-POST-REPAIR.

OCUT01*    A ROLLED VALUE DATE GOES ON THE ITEM ONLY NOW IT IS SURE
OCUT01*    TO BE SENT - A REPAIRED ITEM KEEPS THE DATE IT CAME WITH.
OCUT01     IF       WS-CUT-LOG-ACT = "R"
OCUT01              PERFORM C470-APPLY-ROLL
OCUT01                 THRU C479-APPLY-ROLL-EX
OCUT01     END-IF.
           PERFORM  D000-BUILD-AND-SEND
              THRU  D099-BUILD-AND-SEND-EX.
OCTL01     PERFORM  D100-UPDATE-PATTERN
OCTL01        THRU  D199-UPDATE-PATTERN-EX.
OCUT01     IF       WS-CUT-LOG-ACT NOT = SPACE
OCUT01              PERFORM X400-WRITE-CUTOFF-LOG
OCUT01                 THRU X409-WRITE-CUTOFF-LOG-EX
OCUT01     END-IF.
           GO TO    B190-NEXT-ITEM.

       B180-POST-REPAIR.
CUYDP1 C159-CHECK-PRECISION-EX.
CUYDP1     EXIT.
CUYDP1
CLRC01*---------------------------------------------------------------*
CLRC01 C160-CHECK-CLEARING-CODE.
CLRC01*---------------------------------------------------------------*
CLRC01*    THE SAME DIRECTORY CHECK THE INWARD DRIVER RUNS ON FIELDS
CLRC01*    56/57 - A CODE THAT IS MALFORMED, UNKNOWN, OR NAMES ANOTHER
CLRC01*    BANK THAN THE 57 BIC NEVER LEAVES. WITH NO 57 BIC THE
CLRC01*    DIRECTORY'S BIC FOR THE CODE IS USED.
CLRC01*---------------------------------------------------------------*
CLRC01     MOVE     SPACE               TO WS-ITEM-ERROR.
CLRC01     IF       TFSOUTQ-TAG57PID = SPACES
CLRC01              GO TO C169-CHECK-CLEARING-CODE-EX.
CLRC01
CLRC01     INITIALIZE                   WK-C-VCLRC-RECORD.
CLRC01     MOVE     TFSOUTQ-TAG57PID    TO WK-C-VCLRC-PTYLINE.
CLRC01     MOVE     TFSOUTQ-TAG57BIC    TO WK-C-VCLRC-BIC.
CLRC01     CALL     "TRFVCLRC"          USING WK-C-VCLRC-RECORD.
CLRC01     IF       WK-C-VCLRC-CLRIND NOT = "Y"
CLRC01              GO TO C169-CHECK-CLEARING-CODE-EX.
CLRC01     IF       WK-C-VCLRC-ERROR-CD = "COM0206"
CLRC01              DISPLAY "TRFGOUTD - TFSCLRDIR UNAVAILABLE - "
CLRC01                      TFSOUTQ-OUTQNO
CLRC01              GO TO C169-CHECK-CLEARING-CODE-EX.
CLRC01
CLRC01     IF       WK-C-VCLRC-ERROR-CD NOT = SPACES
CLRC01              MOVE "Y"            TO WS-ITEM-ERROR
CLRC01              MOVE "RSN0414"      TO WS-RSNCDE
CLRC01              MOVE SPACES         TO WS-RSNDESC
CLRC01              EVALUATE WK-C-VCLRC-ERROR-CD
CLRC01                  WHEN "SUP0245"
CLRC01                       MOVE " FORMAT"   TO WS-CLR-SUFFIX
CLRC01                  WHEN "SUP0246"
CLRC01                       MOVE " NOT IN DIR" TO WS-CLR-SUFFIX
CLRC01                  WHEN OTHER
CLRC01                       MOVE " BIC MISMATCH" TO WS-CLR-SUFFIX
CLRC01              END-EVALUATE
CLRC01              STRING "57 "        DELIMITED BY SIZE
CLRC01                     WK-C-VCLRC-SCHEME DELIMITED BY SIZE
CLRC01                     WK-C-VCLRC-CLRCODE DELIMITED BY SPACE
CLRC01                     WS-CLR-SUFFIX DELIMITED BY "  "
CLRC01                     INTO WS-RSNDESC
CLRC01              GO TO C169-CHECK-CLEARING-CODE-EX.
CLRC01
CLRC01     IF       TFSOUTQ-TAG57BIC = SPACES
CLRC01              MOVE WK-C-VCLRC-DERBIC TO TFSOUTQ-TAG57BIC.
CLRC01
CLRC01 C169-CHECK-CLEARING-CODE-EX.
CLRC01     EXIT.
CLRC01
       C200-CHECK-CHARACTER-SET.
      *---------------------------------------------------------------*
      *    EVERY OUTBOUND FREE-TEXT LINE IS SCRUBBED AGAINST THE
       C219-SCRUB-ONE-LINE-EX.
           EXIT.

OCTL01*---------------------------------------------------------------*
OCTL01 C300-SCREEN-PARTIES.
OCTL01*---------------------------------------------------------------*
OCTL01*    THE SAME SCREENING INTERFACE AS INWARD ITEMS. THE ORDERING
OCTL01*    PARTY IS OUR OWN ACCOUNT HOLDER, SO THE BENEFICIARY NAME,
OCTL01*    ADDRESS AND REMITTANCE LINES ARE WHAT GO TO THE ENGINE,
OCTL01*    THE JURISDICTION CHECK AND THE KEYWORD WATCH-LIST. A HIT -
OCTL01*    OR A DOWN ENGINE - PARKS THE INSTRUCTION ON PRCIND "S" FOR
OCTL01*    COMPLIANCE; IT IS NOT A REPAIR.
OCTL01*---------------------------------------------------------------*
OCTL01     MOVE     SPACE               TO WS-ITEM-ERROR.
OCTL01     INITIALIZE                   WK-C-VSCRN-RECORD.
OCTL01     MOVE     TFSOUTQ-OUTQNO      TO WK-N-VSCRN-PARALNO.
OCTL01     MOVE     TFSOUTQ-SEQNUM      TO WK-N-VSCRN-SEQNUM.
OCTL01     MOVE     TFSOUTQ-BENNM       TO WK-C-VSCRN-BENEFNM.
OCTL01     MOVE     TFSOUTQ-BENAD1      TO WK-C-VSCRN-ADDR (3).
OCTL01     MOVE     TFSOUTQ-BENAD2      TO WK-C-VSCRN-ADDR (4).
OCTL01     MOVE     TFSOUTQ-TAG70-V1    TO WK-C-VSCRN-TAG70 (1).
OCTL01     MOVE     TFSOUTQ-TAG70-V2    TO WK-C-VSCRN-TAG70 (2).
OCTL01     MOVE     TFSOUTQ-TAG70-V3    TO WK-C-VSCRN-TAG70 (3).
OCTL01     MOVE     TFSOUTQ-TAG70-V4    TO WK-C-VSCRN-TAG70 (4).
OCTL01     MOVE     TFSOUTQ-CUYCD       TO WK-C-VSCRN-CUYCD.
OCTL01     MOVE     TFSOUTQ-AMT         TO WK-N-VSCRN-AMT.
OCTL01     MOVE     "O"                 TO WK-C-VSCRN-DIRIND.
OCTL01     CALL     "TRFVSCRN"          USING WK-C-VSCRN-RECORD.
OCTL01
OCTL01     IF       WK-C-VSCRN-STATUS NOT = "P"
OCTL01              MOVE "S"            TO TFSOUTQ-PRCIND
OCTL01              MOVE SPACE          TO TFSOUTQ-STRIND
OCTL01              MOVE "S"            TO WS-ITEM-ERROR
OCTL01              ADD  1              TO WS-SCRN-CNT
OCTL01              REWRITE TFSOUTQ-REC-1
OCTL01              IF NOT WK-C-SUCCESSFUL
OCTL01                 DISPLAY "TRFGOUTD - REWRITE ERROR - TFSOUTQ"
OCTL01                 GO TO Y900-ABNORMAL-TERMINATION
OCTL01              END-IF
OCTL01              DISPLAY "TRFGOUTD - SCREENING HOLD "
OCTL01                      TFSOUTQ-OUTQNO " " WK-C-VSCRN-STATUS
OCTL01     END-IF.
OCTL01
OCTL01 C399-SCREEN-PARTIES-EX.
OCTL01     EXIT.
OCTL01
OCTL01*---------------------------------------------------------------*
OCTL01 C400-CHECK-PAYMENT-CONTROLS.
OCTL01*---------------------------------------------------------------*
OCTL01*    EVERY CONTROL IS RUN SO THE SECOND OFFICER SEES ALL THAT
OCTL01*    CAUGHT THE ITEM, NOT JUST THE FIRST. AN ITEM THE SECOND
OCTL01*    OFFICER HAS ALREADY RELEASED (CTLSTAT "R") IS NOT HELD
OCTL01*    AGAIN.
OCTL01*---------------------------------------------------------------*
OCTL01     MOVE     SPACE               TO WS-ITEM-ERROR.
OCTL01     MOVE     SPACES              TO WS-CTL-RSN.
BTPL01     MOVE     SPACE               TO WS-CTL-RSN-COOL.
OCUT01     MOVE     SPACE               TO WS-CTL-RSN-CUTOFF
OCUT01                                     WS-CUT-LOG-ACT.
OCUT01     MOVE     "N"                 TO WS-CUT-RLS-SW.
OCTL01     MOVE     ZEROES              TO WS-CTL-DUPOUTQ.
OCTL01     MOVE     "N"                 TO WS-CTLQ-FOUND-SW.
OCTL01     INITIALIZE                   TFSOCTLQ-REC-1.
OCTL01     MOVE     TFSOUTQ-OUTQNO      TO TFSOCTLQ-OUTQNO.
OCTL01     MOVE     TFSOUTQ-SEQNUM      TO TFSOCTLQ-SEQNUM.
OCTL01     READ     TFSOCTLQ KEY IS EXTERNALLY-DESCRIBED-KEY.
OCTL01     IF       WK-C-SUCCESSFUL
OCTL01              MOVE "Y"            TO WS-CTLQ-FOUND-SW
OCTL01              IF TFSOCTLQ-CTLSTAT = "R"
OCTL01                 ADD  1           TO WS-CTLREL-CNT
OCUT01                 MOVE "Y"         TO WS-CUT-RLS-SW
OCUT01                 PERFORM C450-CHECK-CUTOFF
OCUT01                    THRU C459-CHECK-CUTOFF-EX
OCTL01                 GO TO C499-CHECK-PAYMENT-CONTROLS-EX
OCTL01              END-IF
OCTL01     END-IF.
OCTL01
OCTL01     PERFORM  X100-SET-PARTY-KEYS
OCTL01        THRU  X199-SET-PARTY-KEYS-EX.
OCTL01     PERFORM  C410-CHECK-HOURS
OCTL01        THRU  C419-CHECK-HOURS-EX.
OCTL01     PERFORM  C420-CHECK-NEW-BANK
OCTL01        THRU  C429-CHECK-NEW-BANK-EX.
OCTL01     PERFORM  C430-CHECK-PATTERN
OCTL01        THRU  C439-CHECK-PATTERN-EX.
OCTL01     PERFORM  C440-CHECK-DUPLICATE
OCTL01        THRU  C449-CHECK-DUPLICATE-EX.
BTPL01*    A BENEFICIARY TEMPLATE APPROVED TOO RECENTLY TO TRUST YET.
BTPL01     IF       TFSOUTQ-BTPLIND = "C"
BTPL01              MOVE "C"            TO WS-CTL-RSN-COOL.
OCTL01
OCUT01*    THE CUTOFF IS ONLY WORTH CHECKING ON AN ITEM NOTHING ELSE
OCUT01*    HAS CAUGHT - A HELD ITEM IS CHECKED WHEN IT IS RELEASED.
OCUT01     IF       WS-CTL-RSN = SPACES
OCUT01              AND WS-CTL-RSN-COOL = SPACE
OCUT01              PERFORM C450-CHECK-CUTOFF
OCUT01                 THRU C459-CHECK-CUTOFF-EX
OCUT01     END-IF.
OCTL01
OCUT01     IF       WS-CTL-RSN NOT = SPACES
OCUT01              OR WS-CTL-RSN-COOL NOT = SPACE
OCUT01              OR WS-CTL-RSN-CUTOFF NOT = SPACE
OCTL01              PERFORM C490-HOLD-FOR-OFFICER
OCTL01                 THRU C498-HOLD-FOR-OFFICER-EX
OCUT01              IF WS-CUT-LOG-ACT = "H"
OCUT01                 PERFORM X400-WRITE-CUTOFF-LOG
OCUT01                    THRU X409-WRITE-CUTOFF-LOG-EX
OCUT01              END-IF
OCTL01     END-IF.
OCTL01
OCTL01 C499-CHECK-PAYMENT-CONTROLS-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C410-CHECK-HOURS.
OCTL01*    THE UNIT'S TFSSHIFT ATTENDED WINDOW, AND NO RELEASE AT THE
OCTL01*    WEEKEND. NO ROW, AN INACTIVE ROW OR NO FILE MEANS ALWAYS
OCTL01*    ATTENDED, AS FOR THE INWARD DRIVER.
OCTL01     IF       WS-SHIFT-OPEN-SW NOT = "Y"
OCTL01              GO TO C419-CHECK-HOURS-EX.
OCTL01     INITIALIZE                   TFSSHIFT-REC-1.
OCTL01     MOVE     TFSOUTQ-BNKENTITY   TO TFSSHIFT-BNKENTITY.
OCTL01     READ     TFSSHIFT KEY IS EXTERNALLY-DESCRIBED-KEY.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              OR TFSSHIFT-ACTVIND NOT = "Y"
OCTL01              GO TO C419-CHECK-HOURS-EX.
OCTL01
OCTL01     ACCEPT   WS-TIME-RAW         FROM TIME.
OCTL01     MOVE     WS-TIME-RAW (1:4)   TO WS-SHIFT-TIME.
OCTL01     IF       WS-SHIFT-TIME < TFSSHIFT-ATTSTART
OCTL01              OR WS-SHIFT-TIME >= TFSSHIFT-ATTEND
OCTL01              MOVE "T"            TO WS-CTL-RSN-HOURS
OCTL01              GO TO C419-CHECK-HOURS-EX.
OCTL01
OCTL01*    DAY 1 (01/01/1601) WAS A MONDAY - REMAINDER 6 IS SATURDAY,
OCTL01*    0 SUNDAY.
OCTL01     COMPUTE  WS-DAY-INT =
OCTL01              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).
OCTL01     COMPUTE  WS-DAY-DOW = FUNCTION MOD (WS-DAY-INT, 7).
OCTL01     IF       WS-DAY-DOW = 6 OR WS-DAY-DOW = 0
OCTL01              MOVE "T"            TO WS-CTL-RSN-HOURS.
OCTL01
OCTL01 C419-CHECK-HOURS-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C420-CHECK-NEW-BANK.
OCTL01*    A BENEFICIARY BANK WITH NO TFSOPATN ROW HAS NEVER BEEN
OCTL01*    PAID FROM THIS ENTITY.
OCTL01     IF       WS-BEN-BIC = SPACES
OCTL01              GO TO C429-CHECK-NEW-BANK-EX.
OCTL01     INITIALIZE                   TFSOPATN-REC-1.
OCTL01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOPATN-BNKENTITY.
OCTL01     MOVE     "K"                 TO TFSOPATN-PATTYP.
OCTL01     MOVE     WS-BEN-BIC          TO TFSOPATN-PATKEY.
OCTL01     MOVE     SPACES              TO TFSOPATN-CUYCD.
OCTL01     READ     TFSOPATN KEY IS EXTERNALLY-DESCRIBED-KEY.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              MOVE "N"            TO WS-CTL-RSN-NEWBNK.
OCTL01
OCTL01 C429-CHECK-NEW-BANK-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C430-CHECK-PATTERN.
OCTL01*    THE CAPTURING BRANCH AND THE DEBIT ACCOUNT ARE EACH
OCTL01*    COMPARED WITH THEIR OWN HISTORY IN THE SAME CURRENCY -
OCTL01*    ONLY ONCE THERE IS ENOUGH OF IT TO CALL A PATTERN.
OCTL01     MOVE     "B"                 TO WS-PAT-TYP.
OCTL01     MOVE     TFSOUTQ-PROCUNIT    TO WS-PAT-KEY.
OCTL01     PERFORM  C435-TEST-ONE-PATTERN
OCTL01        THRU  C438-TEST-ONE-PATTERN-EX.
OCTL01     IF       WS-PAT-HIT-SW = "Y"
OCTL01              MOVE "B"            TO WS-CTL-RSN-PATTERN.
OCTL01
OCTL01     MOVE     "A"                 TO WS-PAT-TYP.
OCTL01     MOVE     WS-DR-KEY           TO WS-PAT-KEY.
OCTL01     PERFORM  C435-TEST-ONE-PATTERN
OCTL01        THRU  C438-TEST-ONE-PATTERN-EX.
OCTL01     IF       WS-PAT-HIT-SW = "Y"
OCTL01              IF WS-CTL-RSN-PATTERN = "B"
OCTL01                 MOVE "2"         TO WS-CTL-RSN-PATTERN
OCTL01              ELSE
OCTL01                 MOVE "A"         TO WS-CTL-RSN-PATTERN
OCTL01              END-IF
OCTL01     END-IF.
OCTL01
OCTL01 C439-CHECK-PATTERN-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C435-TEST-ONE-PATTERN.
OCTL01     MOVE     "N"                 TO WS-PAT-HIT-SW.
OCTL01     IF       WS-PAT-KEY = SPACES
OCTL01              GO TO C438-TEST-ONE-PATTERN-EX.
OCTL01     INITIALIZE                   TFSOPATN-REC-1.
OCTL01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOPATN-BNKENTITY.
OCTL01     MOVE     WS-PAT-TYP          TO TFSOPATN-PATTYP.
OCTL01     MOVE     WS-PAT-KEY          TO TFSOPATN-PATKEY.
OCTL01     MOVE     TFSOUTQ-CUYCD       TO TFSOPATN-CUYCD.
OCTL01     READ     TFSOPATN KEY IS EXTERNALLY-DESCRIBED-KEY.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              OR TFSOPATN-PAYCNT < WS-OCTL-MINCT
OCTL01              GO TO C438-TEST-ONE-PATTERN-EX.
OCTL01     COMPUTE  WS-PAT-LIMIT = TFSOPATN-AVGAMT * WS-OCTL-MULT.
OCTL01     IF       TFSOUTQ-AMT > WS-PAT-LIMIT
OCTL01              MOVE "Y"            TO WS-PAT-HIT-SW.
OCTL01
OCTL01 C438-TEST-ONE-PATTERN-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C440-CHECK-DUPLICATE.
OCTL01*    AN EARLIER CAPTURE TODAY (LOWER QUEUE NUMBER) FROM THE SAME
OCTL01*    DEBIT ACCOUNT TO THE SAME BENEFICIARY ACCOUNT AND BANK, IN
OCTL01*    THE SAME CURRENCY, FOR AN AMOUNT WITHIN THE OCTLDUPB BAND.
OCTL01     COMPUTE  WS-DUP-BAND ROUNDED =
OCTL01              TFSOUTQ-AMT * WS-OCTL-DUPB / 100.
OCTL01     PERFORM  C445-TEST-ONE-CAPTURE
OCTL01        THRU  C448-TEST-ONE-CAPTURE-EX
OCTL01              VARYING WS-DUP-IX FROM 1 BY 1
OCTL01              UNTIL WS-DUP-IX > WS-DUP-CNT
OCTL01                 OR WS-CTL-RSN-DUPL = "D".
OCTL01
OCTL01 C449-CHECK-DUPLICATE-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C445-TEST-ONE-CAPTURE.
OCTL01     IF       WS-DUP-OUTQNO (WS-DUP-IX) NOT < TFSOUTQ-OUTQNO
OCTL01              GO TO C448-TEST-ONE-CAPTURE-EX.
OCTL01     IF       WS-DUP-CUYCD (WS-DUP-IX) NOT = TFSOUTQ-CUYCD
OCTL01              OR WS-DUP-DRKEY (WS-DUP-IX) NOT = WS-DR-KEY
OCTL01              OR WS-DUP-BENBIC (WS-DUP-IX) NOT = WS-BEN-BIC
OCTL01              OR WS-DUP-BENACC (WS-DUP-IX) NOT = TFSOUTQ-BENACC
OCTL01              GO TO C448-TEST-ONE-CAPTURE-EX.
OCTL01     COMPUTE  WS-DUP-DIFF = WS-DUP-AMT (WS-DUP-IX) - TFSOUTQ-AMT.
OCTL01     IF       WS-DUP-DIFF < ZERO
OCTL01              COMPUTE WS-DUP-DIFF = ZERO - WS-DUP-DIFF.
OCTL01     IF       WS-DUP-DIFF NOT > WS-DUP-BAND
OCTL01              MOVE "D"            TO WS-CTL-RSN-DUPL
OCTL01              MOVE WS-DUP-OUTQNO (WS-DUP-IX) TO WS-CTL-DUPOUTQ.
OCTL01
OCTL01 C448-TEST-ONE-CAPTURE-EX.
OCTL01     EXIT.
OCTL01
OCTL01 C490-HOLD-FOR-OFFICER.
OCTL01*    PARK ON TFSOCTLQ FOR THE SECOND OFFICER - A ROW LEFT FROM
OCTL01*    AN EARLIER REJECTION IS REUSED FOR THE NEW HOLD.
OCTL01     ACCEPT   WS-TIME-RAW         FROM TIME.
OCTL01     MOVE     WS-TIME-RAW (1:6)   TO WS-TIME-6.
OCTL01     INITIALIZE                   TFSOCTLQ-REC-1.
OCTL01     MOVE     TFSOUTQ-OUTQNO      TO TFSOCTLQ-OUTQNO.
OCTL01     MOVE     TFSOUTQ-SEQNUM      TO TFSOCTLQ-SEQNUM.
OCTL01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOCTLQ-BNKENTITY.
OCTL01     MOVE     TFSOUTQ-PROCUNIT    TO TFSOCTLQ-PROCUNIT.
OCTL01     MOVE     TFSOUTQ-CUYCD       TO TFSOCTLQ-CUYCD.
OCTL01     MOVE     TFSOUTQ-AMT         TO TFSOCTLQ-AMT.
OCTL01     MOVE     WS-RUN-DATE-8       TO TFSOCTLQ-QUEDTE.
OCTL01     MOVE     WS-TIME-6           TO TFSOCTLQ-QUETIME.
OCTL01     MOVE     TFSOUTQ-CAPUSER     TO TFSOCTLQ-CAPUSER.
OCTL01     MOVE     WS-CTL-RSN          TO TFSOCTLQ-CTLRSN.
OCTL01     MOVE     WS-CTL-DUPOUTQ      TO TFSOCTLQ-DUPOUTQ.
BTPL01     MOVE     WS-CTL-RSN-COOL     TO TFSOCTLQ-RSN-COOL.
OCUT01     MOVE     WS-CTL-RSN-CUTOFF   TO TFSOCTLQ-RSN-CUTOFF.
OCTL01     MOVE     SPACE               TO TFSOCTLQ-CTLSTAT.
OCTL01     IF       WS-CTLQ-FOUND-SW = "Y"
OCTL01              REWRITE TFSOCTLQ-REC-1
OCTL01     ELSE
OCTL01              WRITE TFSOCTLQ-REC-1
OCTL01     END-IF.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - WRITE ERROR - TFSOCTLQ"
OCTL01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
OCTL01              GO TO Y900-ABNORMAL-TERMINATION.
OCTL01
OCTL01     MOVE     "V"                 TO TFSOUTQ-PRCIND.
OCTL01     MOVE     SPACE               TO TFSOUTQ-STRIND.
OCTL01     MOVE     "V"                 TO WS-ITEM-ERROR.
OCTL01     ADD      1                   TO WS-CTL-CNT.
OCTL01     REWRITE  TFSOUTQ-REC-1.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - REWRITE ERROR - TFSOUTQ"
OCTL01              GO TO Y900-ABNORMAL-TERMINATION.
OCTL01     DISPLAY  "TRFGOUTD - CONTROL HOLD " TFSOUTQ-OUTQNO
OCUT01              " " WS-CTL-RSN WS-CTL-RSN-COOL WS-CTL-RSN-CUTOFF.
OCTL01
OCTL01 C498-HOLD-FOR-OFFICER-EX.
OCTL01     EXIT.
OCTL01
OCUT01*---------------------------------------------------------------*
OCUT01 C450-CHECK-CUTOFF.
OCUT01*---------------------------------------------------------------*
OCUT01*    THE RECEIVER'S OWN CUTOFF FOR THE CURRENCY AND VALUE DATE,
OCUT01*    TURNED INTO OUR LOCAL TIME - ITS TFSCORCUT ROW, ELSE THE
OCUT01*    CURRENCY-WIDE ROW. PAST IT, THE ACTION DECIDES: ROLL THE
OCUT01*    VALUE DATE TO THE NEXT GOOD DAY WHOSE CUTOFF IS STILL
OCUT01*    AHEAD, OR HOLD FOR A SUPERVISOR (RSN-CUTOFF). A ROLL THAT
OCUT01*    FINDS NO SUCH DAY HOLDS INSTEAD. AN ITEM A SUPERVISOR HAS
OCUT01*    RELEASED IS NOT HELD AGAIN - IT GOES PAST THE CUTOFF
OCUT01*    UNLESS THE ACTION IS ROLL AND THE CUTOFF WAS NOT WHAT HELD
OCUT01*    IT. INSIDE THE ROW'S WARNING MARGIN THE RELEASE IS ONLY
OCUT01*    LOGGED.
OCUT01*---------------------------------------------------------------*
OCUT01     IF       WS-CUT-OPEN-SW NOT = "Y"
OCUT01              GO TO C459-CHECK-CUTOFF-EX.
OCUT01     INITIALIZE                   TFSCORCUT-REC-1.
OCUT01     MOVE     TFSOUTQ-RCBNKID     TO TFSCORCUT-BANKID.
OCUT01     MOVE     TFSOUTQ-CUYCD       TO TFSCORCUT-CUYCD.
OCUT01     READ     TFSCORCUT KEY IS EXTERNALLY-DESCRIBED-KEY.
OCUT01     IF       WK-C-SUCCESSFUL
OCUT01              AND TFSCORCUT-ACTVIND = "Y"
OCUT01              GO TO C452-HAVE-CUTOFF.
OCUT01     INITIALIZE                   TFSCORCUT-REC-1.
OCUT01     MOVE     SPACES              TO TFSCORCUT-BANKID.
OCUT01     MOVE     TFSOUTQ-CUYCD       TO TFSCORCUT-CUYCD.
OCUT01     READ     TFSCORCUT KEY IS EXTERNALLY-DESCRIBED-KEY.
OCUT01     IF       NOT WK-C-SUCCESSFUL
OCUT01              OR TFSCORCUT-ACTVIND NOT = "Y"
OCUT01              GO TO C459-CHECK-CUTOFF-EX.
OCUT01
OCUT01 C452-HAVE-CUTOFF.
OCUT01     MOVE     TFSCORCUT-ACTION    TO WS-CUT-ACTION.
OCUT01     IF       WS-CUT-ACTION NOT = "R"
OCUT01              AND WS-CUT-ACTION NOT = "H"
OCUT01              MOVE WS-CUT-DFLT-ACT TO WS-CUT-ACTION.
OCUT01     MOVE     TFSOUTQ-VALDTE      TO WS-CUT-ORGVALDTE.
OCUT01     IF       WS-CUT-ORGVALDTE = ZEROES
OCUT01              MOVE WS-RUN-DATE-8  TO WS-CUT-ORGVALDTE.
OCUT01     MOVE     WS-CUT-ORGVALDTE    TO WS-CUT-VALDTE.
OCUT01     PERFORM  X410-CUTOFF-INSTANT
OCUT01        THRU  X419-CUTOFF-INSTANT-EX.
OCUT01     MOVE     WS-CUT-AT           TO WS-CUT-LOG-AT.
OCUT01
OCUT01     ACCEPT   WS-TIME-RAW         FROM TIME.
OCUT01     MOVE     WS-TIME-RAW (1:4)   TO WS-CUT-HHMM.
OCUT01     DIVIDE   WS-CUT-HHMM         BY 100
OCUT01              GIVING WS-CUT-HH    REMAINDER WS-CUT-MM.
OCUT01     COMPUTE  WS-CUT-NOW =
OCUT01              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8) * 1440
OCUT01              + WS-CUT-HH * 60 + WS-CUT-MM.
OCUT01     COMPUTE  WS-CUT-MARGIN = WS-CUT-AT - WS-CUT-NOW.
OCUT01
OCUT01     IF       WS-CUT-MARGIN NOT < TFSCORCUT-WARNMINS
OCUT01              GO TO C459-CHECK-CUTOFF-EX.
OCUT01     IF       WS-CUT-MARGIN NOT < ZERO
OCUT01              MOVE "C"            TO WS-CUT-LOG-ACT
OCUT01              GO TO C459-CHECK-CUTOFF-EX.
OCUT01
OCUT01     IF       WS-CUT-RLS-SW = "Y"
OCUT01              AND (WS-CUT-ACTION = "H"
OCUT01              OR TFSOCTLQ-RSN-CUTOFF = "X")
OCUT01              MOVE "S"            TO WS-CUT-LOG-ACT
OCUT01              GO TO C459-CHECK-CUTOFF-EX.
OCUT01
OCUT01     IF       WS-CUT-ACTION = "R"
OCUT01              PERFORM C460-ROLL-VALUE-DATE
OCUT01                 THRU C469-ROLL-VALUE-DATE-EX
OCUT01              IF WS-CUT-ROLL-SW = "Y"
OCUT01                 MOVE "R"         TO WS-CUT-LOG-ACT
OCUT01                 GO TO C459-CHECK-CUTOFF-EX
OCUT01              END-IF
OCUT01     END-IF.
OCUT01
OCUT01     IF       WS-CUT-RLS-SW = "Y"
OCUT01              MOVE "S"            TO WS-CUT-LOG-ACT
OCUT01     ELSE
OCUT01              MOVE "X"            TO WS-CTL-RSN-CUTOFF
OCUT01              MOVE "H"            TO WS-CUT-LOG-ACT
OCUT01     END-IF.
OCUT01
OCUT01 C459-CHECK-CUTOFF-EX.
OCUT01     EXIT.
OCUT01
OCUT01 C460-ROLL-VALUE-DATE.
OCUT01*    FORWARD A DAY AT A TIME THROUGH TRFVVDTE, WHICH SKIPS THE
OCUT01*    CURRENCY'S HOLIDAYS, UNTIL A DAY'S CUTOFF IS STILL AHEAD -
OCUT01*    A WEEK OF TRIES AT MOST. THE NEW DATE IS HELD IN
OCUT01*    WS-CUT-VALDTE UNTIL C470 APPLIES IT.
OCUT01     MOVE     "N"                 TO WS-CUT-ROLL-SW.
OCUT01     PERFORM  C465-TRY-NEXT-DAY
OCUT01        THRU  C468-TRY-NEXT-DAY-EX
OCUT01              VARYING WS-CUT-TRY FROM 1 BY 1
OCUT01              UNTIL WS-CUT-TRY > 7
OCUT01                 OR WS-CUT-ROLL-SW NOT = "N".
OCUT01
OCUT01 C469-ROLL-VALUE-DATE-EX.
OCUT01     EXIT.
OCUT01
OCUT01 C470-APPLY-ROLL.
OCUT01*    THE ITEM TAKES THE ROLLED VALUE DATE AS IT IS RELEASED, AND
OCUT01*    THE BRANCH IS TOLD OF IT ON THE ALERT HUB.
OCUT01     MOVE     WS-CUT-VALDTE       TO TFSOUTQ-VALDTE.
OCUT01     MOVE     WS-CUT-VALDTE       TO WS-CUT-DTE-9.
OCUT01     INITIALIZE                   WK-C-ALRT-RECORD.
OCUT01     MOVE     "TRFGOUTD"          TO WK-C-ALRT-SOURCE.
OCUT01     MOVE     "3"                 TO WK-C-ALRT-SEVERITY.
OCUT01     MOVE     SPACES              TO WK-C-ALRT-TEXT.
OCUT01     STRING   "UNIT "             DELIMITED BY SIZE
OCUT01              TFSOUTQ-PROCUNIT    DELIMITED BY SIZE
OCUT01              " OUTWARD "         DELIMITED BY SIZE
OCUT01              TFSOUTQ-OUTQNO      DELIMITED BY SIZE
OCUT01              " ROLLED PAST CUTOFF TO "
OCUT01                                  DELIMITED BY SIZE
OCUT01              WS-CUT-DTE-9        DELIMITED BY SIZE
OCUT01              INTO WK-C-ALRT-TEXT.
OCUT01     CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
OCUT01     DISPLAY  "TRFGOUTD - VALUE DATE ROLLED " TFSOUTQ-OUTQNO
OCUT01              " " WS-CUT-ORGVALDTE " TO " WS-CUT-VALDTE.
OCUT01
OCUT01 C479-APPLY-ROLL-EX.
OCUT01     EXIT.
OCUT01
OCUT01 C465-TRY-NEXT-DAY.
OCUT01     COMPUTE  WS-CUT-DAY-INT =
OCUT01              FUNCTION INTEGER-OF-DATE (WS-CUT-VALDTE) + 1.
OCUT01     COMPUTE  WS-CUT-VALDTE =
OCUT01              FUNCTION DATE-OF-INTEGER (WS-CUT-DAY-INT).
OCUT01     INITIALIZE                   WK-C-VDTE-RECORD.
OCUT01     MOVE     TFSOUTQ-CUYCD       TO WK-C-VDTE-CUYCD.
OCUT01     MOVE     WS-CUT-VALDTE       TO WK-N-VDTE-VALDTE.
OCUT01     MOVE     "Y"                 TO WK-C-VDTE-ROLLSW.
OCUT01     CALL     "TRFVVDTE"          USING WK-C-VDTE-RECORD.
OCUT01     IF       WK-C-VDTE-ERROR-CD NOT = SPACES
OCUT01              MOVE "E"            TO WS-CUT-ROLL-SW
OCUT01              GO TO C468-TRY-NEXT-DAY-EX.
OCUT01     IF       WK-C-VDTE-ROLLED = "Y"
OCUT01              MOVE WK-N-VDTE-GOODDTE TO WS-CUT-VALDTE.
OCUT01     PERFORM  X410-CUTOFF-INSTANT
OCUT01        THRU  X419-CUTOFF-INSTANT-EX.
OCUT01     IF       WS-CUT-AT > WS-CUT-NOW
OCUT01              MOVE "Y"            TO WS-CUT-ROLL-SW.
OCUT01
OCUT01 C468-TRY-NEXT-DAY-EX.
OCUT01     EXIT.
COVR01*---------------------------------------------------------------*
COVR01 C500-DETERMINE-COVER.
COVR01*---------------------------------------------------------------*
COVR01*    AN MT103 SETTLES AGAINST OUR ACCOUNT WITH ITS RECEIVER.
COVR01*    WITH NO SUCH ACCOUNT IN THE CURRENCY THE FUNDS MUST MOVE
COVR01*    BY COVER: AN MT202COV TO OUR CORRESPONDENT FOR THE
COVR01*    CURRENCY - THE FIRST TFSNOSAGT AGENT WE HOLD AN ACCOUNT
COVR01*    WITH. NO SUCH AGENT MEANS THE MT103 CANNOT BE FUNDED, SO
COVR01*    IT IS NOT SENT.
COVR01*---------------------------------------------------------------*
COVR01     MOVE     SPACE               TO WS-ITEM-ERROR.
COVR01     MOVE     "N"                 TO WS-COV-REQ-SW.
COVR01     MOVE     SPACES              TO WS-COV-CORRBIC
COVR01                                     WS-COV-CORRACC.
COVR01     IF       TFSOUTQ-SWFTMGTY NOT = 103
COVR01              GO TO C599-DETERMINE-COVER-EX.
COVR01
COVR01     MOVE     TFSOUTQ-RCBNKID     TO WS-BAC-BANKID.
COVR01     PERFORM  X200-FIND-BANK-ACCOUNT
COVR01        THRU  X299-FIND-BANK-ACCOUNT-EX.
COVR01     IF       WS-BAC-FOUND-SW = "Y"
COVR01              GO TO C599-DETERMINE-COVER-EX.
COVR01
COVR01     MOVE     "Y"                 TO WS-COV-REQ-SW.
COVR01     MOVE     "N"                 TO WS-COV-END-SW.
COVR01     PERFORM  C510-TRY-ONE-AGENT
COVR01        THRU  C519-TRY-ONE-AGENT-EX
COVR01              VARYING WS-NOSA-SEQ FROM 1 BY 1
COVR01              UNTIL WS-NOSA-SEQ > 99
COVR01                 OR WS-COV-END-SW = "Y"
COVR01                 OR WS-COV-CORRBIC NOT = SPACES.
COVR01
COVR01     IF       WS-COV-CORRBIC = SPACES
COVR01              MOVE "Y"            TO WS-ITEM-ERROR
COVR01              MOVE "RSN0416"      TO WS-RSNCDE
COVR01              MOVE SPACES         TO WS-RSNDESC
COVR01              STRING "NO COVER CORRESPONDENT FOR "
COVR01                                  DELIMITED BY SIZE
COVR01                     TFSOUTQ-CUYCD DELIMITED BY SIZE
COVR01                     INTO WS-RSNDESC
COVR01     END-IF.
COVR01
COVR01 C599-DETERMINE-COVER-EX.
COVR01     EXIT.
COVR01
COVR01 C510-TRY-ONE-AGENT.
COVR01     INITIALIZE                   WK-C-VNOSA-RECORD.
COVR01     MOVE     TFSOUTQ-CUYCD       TO WK-C-VNOSA-CUYCD.
COVR01     MOVE     WS-NOSA-SEQ         TO WK-N-VNOSA-SEQNO.
COVR01     CALL     "TRFVNOSA"          USING WK-C-VNOSA-RECORD.
COVR01     IF       WK-C-VNOSA-ERROR-CD NOT = SPACES
COVR01              MOVE "Y"            TO WS-COV-END-SW
COVR01              GO TO C519-TRY-ONE-AGENT-EX.
COVR01     IF       WK-C-VNOSA-BANKID = SPACES
COVR01              OR WK-C-VNOSA-BANKID = TFSOUTQ-RCBNKID
COVR01              GO TO C519-TRY-ONE-AGENT-EX.
COVR01
COVR01     MOVE     WK-C-VNOSA-BANKID   TO WS-BAC-BANKID.
COVR01     PERFORM  X200-FIND-BANK-ACCOUNT
COVR01        THRU  X299-FIND-BANK-ACCOUNT-EX.
COVR01     IF       WS-BAC-FOUND-SW = "Y"
COVR01              MOVE WK-C-VNOSA-BANKID TO WS-COV-CORRBIC
COVR01              MOVE WS-BAC-ACCNO   TO WS-COV-CORRACC.
COVR01
COVR01 C519-TRY-ONE-AGENT-EX.
COVR01     EXIT.
COVR01
      *---------------------------------------------------------------*
       D000-BUILD-AND-SEND.
      *---------------------------------------------------------------*
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

ISOX01     MOVE     WS-RUN-DATE-8       TO WS-UETR-DTE.
ISOX01     MOVE     WS-TIME-RAW(1:4)    TO WS-UETR-HHMM.
ISOX01     MOVE     WS-TIME-RAW(5:2)    TO WS-UETR-SS.
ISOX01     MOVE     TFSOUTQ-OUTQNO(1:3) TO WS-UETR-OUTQ1.
ISOX01     MOVE     TFSOUTQ-OUTQNO(4:5) TO WS-UETR-OUTQ2.
ISOX01     MOVE     TFSOUTQ-SEQNUM      TO WS-UETR-SEQ.
ISOX01     MOVE     TFSOUTQ-MSGNO       TO WS-UETR-MSGNO.
ISOX01
ISOX01     MOVE     TFSOUTQ-RCBNKID     TO WS-FMT-BANKID.
ISOX01     PERFORM  X300-GET-MSG-FORMAT
ISOX01        THRU  X399-GET-MSG-FORMAT-EX.
ISOX01     MOVE     WS-FMT-RESULT       TO TFSOUTQ-MSGFMT.
ISOX01     IF       TFSOUTQ-MSGFMT = "X"
ISOX01              PERFORM D200-BUILD-MX
ISOX01                 THRU D299-BUILD-MX-EX
ISOX01     END-IF.

           INITIALIZE                   WK-C-MSLG-RECORD.
           MOVE     "R"                 TO WK-C-MSLG-MSGTYPE.
           MOVE     TFSOUTQ-MSGNO       TO WK-N-MSLG-MSGNO.
           MOVE     TFSOUTQ-OUTQNO      TO WK-C-MSLG-TRNNO.
           CALL     "TRFGMSLG"          USING WK-C-MSLG-RECORD.

COVR01     MOVE     SPACE               TO TFSOUTQ-COVIND.
COVR01     IF       WS-COV-REQ-SW = "Y"
COVR01              PERFORM D050-BUILD-COVER
COVR01                 THRU D059-BUILD-COVER-EX
COVR01     END-IF.

           MOVE     "Y"                 TO TFSOUTQ-PRCIND.
           MOVE     "Y"                 TO TFSOUTQ-STRIND.
           MOVE     WS-RUN-DATE-8       TO TFSOUTQ-SNTDTE.
                    DISPLAY "TRFGOUTD - REWRITE ERROR - TFSOUTQ"
                    GO TO Y900-ABNORMAL-TERMINATION.

ISOX01     IF       TFSOUTQ-MSGFMT = "X"
ISOX01              DISPLAY "TRFGOUTD - PACS." WS-MX-KIND " "
ISOX01                      TFSOUTQ-RCBNKID " MSG NO " TFSOUTQ-MSGNO
ISOX01     ELSE
                    DISPLAY "TRFGOUTD - MT" TFSOUTQ-SWFTMGTY " "
                    TFSOUTQ-RCBNKID " MSG NO " TFSOUTQ-MSGNO
ISOX01     END-IF.

       D099-BUILD-AND-SEND-EX.
           EXIT.

COVR01*---------------------------------------------------------------*
COVR01 D050-BUILD-COVER.
COVR01*---------------------------------------------------------------*
COVR01*    THE MT202COV TO OUR CORRESPONDENT, NUMBERED AND LOGGED THE
COVR01*    SAME WAY AS THE MT103 IT FUNDS, WITH THE UNDERLYING
COVR01*    CUSTOMER DETAILS IN SEQUENCE B. THE MT103 HAS ALREADY GONE
COVR01*    BY NOW, SO A FAILURE HERE DOES NOT STOP THE SWEEP - THE
COVR01*    ITEM IS MARKED COVIND "P" AND GHCOVRPT REPORTS IT.
COVR01*---------------------------------------------------------------*
COVR01     MOVE     "P"                 TO TFSOUTQ-COVIND.
COVR01     OPEN     I-O TFSCLSYS.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - OPEN FILE ERROR - TFSCLSYS"
COVR01              GO TO D058-COVER-FAILED.
COVR01     READ     TFSCLSYS.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - READ ERROR - TFSCLSYS"
COVR01              CLOSE TFSCLSYS
COVR01              GO TO D058-COVER-FAILED.
COVR01     ADD      1                   TO TFSCLSYS-MSGNOREM.
COVR01     REWRITE  TFSCLSYS-REC-1.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - REWRITE ERROR - TFSCLSYS"
COVR01              CLOSE TFSCLSYS
COVR01              GO TO D058-COVER-FAILED.
COVR01     MOVE     TFSCLSYS-MSGNOREM   TO WS-COV-MSGNO.
COVR01     CLOSE    TFSCLSYS.
COVR01
COVR01     PERFORM  X100-SET-PARTY-KEYS
COVR01        THRU  X199-SET-PARTY-KEYS-EX.
COVR01     INITIALIZE                   TFSOUTCOV-REC-1.
COVR01     MOVE     TFSOUTQ-OUTQNO      TO TFSOUTCOV-OUTQNO.
COVR01     MOVE     TFSOUTQ-SEQNUM      TO TFSOUTCOV-SEQNUM.
COVR01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOUTCOV-BNKENTITY.
COVR01     MOVE     WS-COV-MSGNO        TO TFSOUTCOV-COVMSGNO.
COVR01     MOVE     TFSOUTQ-MSGNO       TO TFSOUTCOV-M103MSGNO.
COVR01     MOVE     WS-RUN-DATE-8       TO TFSOUTCOV-SNTDTE.
COVR01     MOVE     WS-TIME-6           TO TFSOUTCOV-SNTTIME.
COVR01     MOVE     WS-COV-CORRBIC      TO TFSOUTCOV-CORRBIC.
COVR01     MOVE     WS-COV-CORRACC      TO TFSOUTCOV-CORRACC.
COVR01     MOVE     TFSOUTQ-RCBNKID     TO TFSOUTCOV-TAG58BIC.
COVR01     MOVE     TFSOUTQ-CUYCD       TO TFSOUTCOV-CUYCD.
COVR01     MOVE     TFSOUTQ-AMT         TO TFSOUTCOV-AMT.
COVR01     MOVE     TFSOUTQ-VALDTE      TO TFSOUTCOV-VALDTE.
COVR01     MOVE     WS-DR-KEY           TO TFSOUTCOV-SEQB-ORDACC.
COVR01     IF       TFSOUTQ-TAG57BIC NOT = TFSOUTQ-RCBNKID
COVR01              MOVE TFSOUTQ-TAG57BIC TO TFSOUTCOV-SEQB-57BIC.
COVR01     MOVE     TFSOUTQ-BENACC      TO TFSOUTCOV-SEQB-BENACC.
COVR01     MOVE     TFSOUTQ-BENNM       TO TFSOUTCOV-SEQB-BENNM.
COVR01     MOVE     TFSOUTQ-TAG70-V1    TO TFSOUTCOV-SEQB-RMTINF.
COVR01     MOVE     "S"                 TO TFSOUTCOV-COVSTAT.
ISOX01     MOVE     WS-COV-CORRBIC      TO WS-FMT-BANKID.
ISOX01     PERFORM  X300-GET-MSG-FORMAT
ISOX01        THRU  X399-GET-MSG-FORMAT-EX.
ISOX01     MOVE     WS-FMT-RESULT       TO TFSOUTCOV-COVFMT.
ISOX01     IF       TFSOUTCOV-COVFMT = "X"
ISOX01              PERFORM D250-BUILD-MX-COV
ISOX01                 THRU D259-BUILD-MX-COV-EX
ISOX01              IF WS-MX-ERR-SW = "Y"
ISOX01                 GO TO D058-COVER-FAILED
ISOX01              END-IF
ISOX01     END-IF.
COVR01     WRITE    TFSOUTCOV-REC-1.
COVR01     IF       NOT WK-C-SUCCESSFUL
COVR01              DISPLAY "TRFGOUTD - WRITE ERROR - TFSOUTCOV "
COVR01                      WK-C-FILE-STATUS
COVR01              GO TO D058-COVER-FAILED.
COVR01
COVR01     INITIALIZE                   WK-C-MSLG-RECORD.
COVR01     MOVE     "R"                 TO WK-C-MSLG-MSGTYPE.
COVR01     MOVE     WS-COV-MSGNO        TO WK-N-MSLG-MSGNO.
COVR01     MOVE     WS-RUN-DATE-8       TO WK-N-MSLG-SNDDTE.
COVR01     MOVE     WS-TIME-6           TO WK-N-MSLG-SNDTIME.
COVR01     MOVE     TFSOUTQ-OUTQNO      TO WS-COV-TRN-OUTQ.
COVR01     MOVE     WS-COV-TRNNO        TO WK-C-MSLG-TRNNO.
COVR01     CALL     "TRFGMSLG"          USING WK-C-MSLG-RECORD.
COVR01
COVR01     MOVE     "C"                 TO TFSOUTQ-COVIND.
COVR01     ADD      1                   TO WS-COV-CNT.
ISOX01     IF       TFSOUTCOV-COVFMT = "X"
ISOX01              ADD  1              TO WS-MXCOV-CNT
ISOX01              DISPLAY "TRFGOUTD - PACS.009 COV " WS-COV-CORRBIC
ISOX01                      " MSG NO " WS-COV-MSGNO
ISOX01                      " COVERS " TFSOUTQ-MSGNO
ISOX01     ELSE
ISOX01              DISPLAY "TRFGOUTD - MT202COV " WS-COV-CORRBIC
ISOX01                      " MSG NO " WS-COV-MSGNO
ISOX01                      " COVERS " TFSOUTQ-MSGNO
ISOX01     END-IF.
COVR01     GO TO    D059-BUILD-COVER-EX.
COVR01
COVR01 D058-COVER-FAILED.
COVR01     ADD      1                   TO WS-COV-FAIL-CNT.
COVR01     DISPLAY  "TRFGOUTD - MT202COV NOT SENT FOR "
COVR01              TFSOUTQ-OUTQNO " MT103 " TFSOUTQ-MSGNO.
COVR01
COVR01 D059-BUILD-COVER-EX.
COVR01     EXIT.
COVR01
ISOX01*---------------------------------------------------------------*
ISOX01 D200-BUILD-MX.
ISOX01*---------------------------------------------------------------*
ISOX01*    THE PAYMENT AS A PACS.008 (MT103) OR PACS.009 (MT202) ON
ISOX01*    TFSOUTMX UNDER THE MESSAGE NUMBER ALREADY DRAWN - THE
ISOX01*    TRFGMSLG LOG THAT FOLLOWS IS THE SAME FOR BOTH FORMATS.
ISOX01*---------------------------------------------------------------*
ISOX01     MOVE     1                   TO WS-MX-SEQ.
ISOX01     INITIALIZE                   TFSOUTMX-REC-1.
ISOX01     PERFORM  D210-MX-COMMON
ISOX01        THRU  D219-MX-COMMON-EX.
ISOX01     PERFORM  D220-MX-CUSTOMER-DETAIL
ISOX01        THRU  D229-MX-CUSTOMER-DETAIL-EX.
ISOX01     MOVE     TFSOUTQ-RCBNKID     TO TFSOUTMX-TOBIC
ISOX01                                     TFSOUTMX-INSTDAGT.
ISOX01     MOVE     "swift.cbprplus.02" TO TFSOUTMX-BIZSVC.
ISOX01     IF       TFSOUTQ-SWFTMGTY = 103
ISOX01              MOVE "008"          TO TFSOUTMX-MXKIND
ISOX01              MOVE "pacs.008.001.08" TO TFSOUTMX-MSGDEFID
ISOX01              MOVE WS-OWN-BIC     TO TFSOUTMX-DBTRAGT
ISOX01              MOVE TFSOUTMX-UCDTRAGT TO TFSOUTMX-CDTRAGT
ISOX01              EVALUATE TFSOUTQ-CHGOPT
ISOX01                  WHEN "OUR"
ISOX01                       MOVE "DEBT" TO TFSOUTMX-CHRGBR
ISOX01                  WHEN "BEN"
ISOX01                       MOVE "CRED" TO TFSOUTMX-CHRGBR
ISOX01                  WHEN OTHER
ISOX01                       MOVE "SHAR" TO TFSOUTMX-CHRGBR
ISOX01              END-EVALUATE
ISOX01              IF WS-COV-REQ-SW = "Y"
ISOX01                 MOVE "COVE"      TO TFSOUTMX-STTLMMTD
ISOX01                 MOVE WS-COV-CORRBIC TO TFSOUTMX-RMBRSAGT
ISOX01              END-IF
ISOX01     ELSE
ISOX01              MOVE "009"          TO TFSOUTMX-MXKIND
ISOX01              MOVE "pacs.009.001.08" TO TFSOUTMX-MSGDEFID
ISOX01              MOVE WS-OWN-BIC     TO TFSOUTMX-DBTRFI
ISOX01              MOVE TFSOUTMX-UCDTRAGT TO TFSOUTMX-CDTRFI
ISOX01     END-IF.
ISOX01
ISOX01     WRITE    TFSOUTMX-REC-1.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              DISPLAY "TRFGOUTD - WRITE ERROR - TFSOUTMX "
ISOX01                      WK-C-FILE-STATUS
ISOX01              GO TO Y900-ABNORMAL-TERMINATION.
ISOX01     MOVE     TFSOUTMX-MXKIND     TO WS-MX-KIND.
ISOX01     ADD      1                   TO WS-MX-CNT.
ISOX01
ISOX01 D299-BUILD-MX-EX.
ISOX01     EXIT.
ISOX01
ISOX01 D210-MX-COMMON.
ISOX01     MOVE     TFSOUTQ-OUTQNO      TO TFSOUTMX-OUTQNO
ISOX01                                     WS-MX-ID-OUTQ.
ISOX01     MOVE     TFSOUTQ-SEQNUM      TO TFSOUTMX-SEQNUM
ISOX01                                     WS-MX-ID-SEQ.
ISOX01     MOVE     WS-MX-SEQ           TO TFSOUTMX-MXSEQ
ISOX01                                     WS-MX-ID-MXSEQ.
ISOX01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOUTMX-BNKENTITY.
ISOX01     MOVE     TFSOUTQ-MSGNO       TO TFSOUTMX-MSGNO.
ISOX01     MOVE     WS-OWN-BIC          TO TFSOUTMX-FRBIC
ISOX01                                     TFSOUTMX-INSTGAGT.
ISOX01     MOVE     WS-RUN-DATE-8       TO TFSOUTMX-CREDTE.
ISOX01     MOVE     WS-TIME-6           TO TFSOUTMX-CRETIME.
ISOX01     MOVE     WS-MX-ID            TO TFSOUTMX-MSGID
ISOX01                                     TFSOUTMX-INSTRID.
ISOX01     MOVE     "NOTPROVIDED"       TO TFSOUTMX-E2EID.
ISOX01     MOVE     WS-ITEM-UETR        TO TFSOUTMX-UETR.
ISOX01     MOVE     "INDA"              TO TFSOUTMX-STTLMMTD.
ISOX01     MOVE     TFSOUTQ-CUYCD       TO TFSOUTMX-CUYCD.
ISOX01     MOVE     TFSOUTQ-AMT         TO TFSOUTMX-AMT.
ISOX01     MOVE     TFSOUTQ-VALDTE      TO TFSOUTMX-STTLMDTE.
ISOX01
ISOX01 D219-MX-COMMON-EX.
ISOX01     EXIT.
ISOX01
ISOX01 D220-MX-CUSTOMER-DETAIL.
ISOX01*    WHAT TFSOUTQ HOLDS, CUT TO THE MT LINE, IS THE FALLBACK -
ISOX01*    A TFSOUTQX ROW REPLACES IT WITH THE FULL-LENGTH DATA.
ISOX01     PERFORM  X100-SET-PARTY-KEYS
ISOX01        THRU  X199-SET-PARTY-KEYS-EX.
ISOX01     MOVE     "NOTPROVIDED"       TO TFSOUTMX-DBTRNM.
ISOX01     MOVE     WS-DR-KEY           TO TFSOUTMX-DBTRACCT.
ISOX01     MOVE     WS-OWN-BIC          TO TFSOUTMX-UDBTRAGT.
ISOX01     MOVE     WS-BEN-BIC          TO TFSOUTMX-UCDTRAGT.
ISOX01     MOVE     TFSOUTQ-BENNM       TO TFSOUTMX-CDTRNM.
ISOX01     MOVE     TFSOUTQ-BENAD1      TO TFSOUTMX-CDTRADRL1.
ISOX01     MOVE     TFSOUTQ-BENAD2      TO TFSOUTMX-CDTRADRL2.
ISOX01     MOVE     TFSOUTQ-BENACC      TO TFSOUTMX-CDTRACCT.
ISOX01     MOVE     TFSOUTQ-TAG70       TO TFSOUTMX-RMTUSTRD.
ISOX01
ISOX01     INITIALIZE                   TFSOUTQX-REC-1.
ISOX01     MOVE     TFSOUTQ-OUTQNO      TO TFSOUTQX-OUTQNO.
ISOX01     MOVE     TFSOUTQ-SEQNUM      TO TFSOUTQX-SEQNUM.
ISOX01     READ     TFSOUTQX KEY IS EXTERNALLY-DESCRIBED-KEY.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              GO TO D229-MX-CUSTOMER-DETAIL-EX.
ISOX01
ISOX01     IF       TFSOUTQX-DBTRNM NOT = SPACES
ISOX01              MOVE TFSOUTQX-DBTRNM TO TFSOUTMX-DBTRNM.
ISOX01     IF       TFSOUTQX-CDTRNM NOT = SPACES
ISOX01              MOVE TFSOUTQX-CDTRNM TO TFSOUTMX-CDTRNM.
ISOX01     IF       TFSOUTQX-CDTRTWN NOT = SPACES
ISOX01              MOVE TFSOUTQX-CDTRSTRT  TO TFSOUTMX-CDTRSTRT
ISOX01              MOVE TFSOUTQX-CDTRBLDG  TO TFSOUTMX-CDTRBLDG
ISOX01              MOVE TFSOUTQX-CDTRPSTCD TO TFSOUTMX-CDTRPSTCD
ISOX01              MOVE TFSOUTQX-CDTRTWN   TO TFSOUTMX-CDTRTWN
ISOX01              MOVE TFSOUTQX-CDTRCTRY  TO TFSOUTMX-CDTRCTRY
ISOX01              MOVE SPACES         TO TFSOUTMX-CDTRADRL1
ISOX01                                     TFSOUTMX-CDTRADRL2
ISOX01     END-IF.
ISOX01     IF       TFSOUTQX-RMTUSTRD NOT = SPACES
ISOX01              MOVE TFSOUTQX-RMTUSTRD TO TFSOUTMX-RMTUSTRD.
ISOX01     IF       TFSOUTQX-E2EID NOT = SPACES
ISOX01              MOVE TFSOUTQX-E2EID TO TFSOUTMX-E2EID.
ISOX01     MOVE     TFSOUTQX-PURPCD     TO TFSOUTMX-PURPCD.
ISOX01
ISOX01 D229-MX-CUSTOMER-DETAIL-EX.
ISOX01     EXIT.
ISOX01
ISOX01*---------------------------------------------------------------*
ISOX01 D250-BUILD-MX-COV.
ISOX01*---------------------------------------------------------------*
ISOX01*    THE COVER AS A PACS.009 COV TO OUR CORRESPONDENT - DEBTOR
ISOX01*    INSTITUTION US, CREDITOR INSTITUTION THE RECEIVER OF THE
ISOX01*    CUSTOMER PAYMENT, WITH THE UNDERLYING CUSTOMER CREDIT
ISOX01*    TRANSFER IN FULL. A FAILED WRITE IS THE CALLER'S FAILED
ISOX01*    COVER, NOT AN ABEND.
ISOX01*---------------------------------------------------------------*
ISOX01     MOVE     "N"                 TO WS-MX-ERR-SW.
ISOX01     MOVE     2                   TO WS-MX-SEQ.
ISOX01     INITIALIZE                   TFSOUTMX-REC-1.
ISOX01     PERFORM  D210-MX-COMMON
ISOX01        THRU  D219-MX-COMMON-EX.
ISOX01     PERFORM  D220-MX-CUSTOMER-DETAIL
ISOX01        THRU  D229-MX-CUSTOMER-DETAIL-EX.
ISOX01     MOVE     "COV"               TO TFSOUTMX-MXKIND.
ISOX01     MOVE     WS-COV-MSGNO        TO TFSOUTMX-MSGNO.
ISOX01     MOVE     TFSOUTQ-MSGNO       TO TFSOUTMX-LNKMSGNO.
ISOX01     MOVE     "pacs.009.001.08"   TO TFSOUTMX-MSGDEFID.
ISOX01     MOVE     "swift.cbprplus.cov.02" TO TFSOUTMX-BIZSVC.
ISOX01     MOVE     WS-COV-CORRBIC      TO TFSOUTMX-TOBIC
ISOX01                                     TFSOUTMX-INSTDAGT.
ISOX01     MOVE     WS-OWN-BIC          TO TFSOUTMX-DBTRFI.
ISOX01     MOVE     TFSOUTQ-RCBNKID     TO TFSOUTMX-CDTRFI.
ISOX01     WRITE    TFSOUTMX-REC-1.
ISOX01     IF       NOT WK-C-SUCCESSFUL
ISOX01              DISPLAY "TRFGOUTD - WRITE ERROR - TFSOUTMX "
ISOX01                      WK-C-FILE-STATUS
ISOX01              MOVE "Y"            TO WS-MX-ERR-SW.
ISOX01
ISOX01 D259-BUILD-MX-COV-EX.
ISOX01     EXIT.
ISOX01
OCTL01*---------------------------------------------------------------*
OCTL01 D100-UPDATE-PATTERN.
OCTL01*---------------------------------------------------------------*
OCTL01*    EVERY MESSAGE SENT FEEDS THE PATTERN THE CONTROLS READ -
OCTL01*    THE BANK PAID, AND THE BRANCH AND DEBIT-ACCOUNT AMOUNT
OCTL01*    PROFILES. A FAILED UPDATE IS REPORTED, NEVER FATAL - THE
OCTL01*    MESSAGE HAS ALREADY GONE.
OCTL01*---------------------------------------------------------------*
OCTL01     PERFORM  X100-SET-PARTY-KEYS
OCTL01        THRU  X199-SET-PARTY-KEYS-EX.
OCTL01     MOVE     "K"                 TO WS-PAT-TYP.
OCTL01     MOVE     WS-BEN-BIC          TO WS-PAT-KEY.
OCTL01     MOVE     SPACES              TO WS-PAT-CUYCD.
OCTL01     PERFORM  D110-UPDATE-ONE-PATTERN
OCTL01        THRU  D119-UPDATE-ONE-PATTERN-EX.
OCTL01     MOVE     "B"                 TO WS-PAT-TYP.
OCTL01     MOVE     TFSOUTQ-PROCUNIT    TO WS-PAT-KEY.
OCTL01     MOVE     TFSOUTQ-CUYCD       TO WS-PAT-CUYCD.
OCTL01     PERFORM  D110-UPDATE-ONE-PATTERN
OCTL01        THRU  D119-UPDATE-ONE-PATTERN-EX.
OCTL01     MOVE     "A"                 TO WS-PAT-TYP.
OCTL01     MOVE     WS-DR-KEY           TO WS-PAT-KEY.
OCTL01     PERFORM  D110-UPDATE-ONE-PATTERN
OCTL01        THRU  D119-UPDATE-ONE-PATTERN-EX.
OCTL01
OCTL01 D199-UPDATE-PATTERN-EX.
OCTL01     EXIT.
OCTL01
OCTL01 D110-UPDATE-ONE-PATTERN.
OCTL01     IF       WS-PAT-KEY = SPACES
OCTL01              GO TO D119-UPDATE-ONE-PATTERN-EX.
OCTL01     INITIALIZE                   TFSOPATN-REC-1.
OCTL01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOPATN-BNKENTITY.
OCTL01     MOVE     WS-PAT-TYP          TO TFSOPATN-PATTYP.
OCTL01     MOVE     WS-PAT-KEY          TO TFSOPATN-PATKEY.
OCTL01     MOVE     WS-PAT-CUYCD        TO TFSOPATN-CUYCD.
OCTL01     READ     TFSOPATN KEY IS EXTERNALLY-DESCRIBED-KEY.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              INITIALIZE TFSOPATN-REC-1
OCTL01              MOVE TFSOUTQ-BNKENTITY TO TFSOPATN-BNKENTITY
OCTL01              MOVE WS-PAT-TYP     TO TFSOPATN-PATTYP
OCTL01              MOVE WS-PAT-KEY     TO TFSOPATN-PATKEY
OCTL01              MOVE WS-PAT-CUYCD   TO TFSOPATN-CUYCD
OCTL01              MOVE WS-RUN-DATE-8  TO TFSOPATN-FIRSTDTE
OCTL01                                     TFSOPATN-LASTDTE
OCTL01              MOVE 1              TO TFSOPATN-PAYCNT
OCTL01              MOVE TFSOUTQ-AMT    TO TFSOPATN-AVGAMT
OCTL01                                     TFSOPATN-MAXAMT
OCTL01              WRITE TFSOPATN-REC-1
OCTL01              IF NOT WK-C-SUCCESSFUL
OCTL01                 DISPLAY "TRFGOUTD - WRITE ERROR - TFSOPATN "
OCTL01                         WK-C-FILE-STATUS
OCTL01              END-IF
OCTL01              GO TO D119-UPDATE-ONE-PATTERN-EX.
OCTL01
OCTL01     COMPUTE  WS-PAT-TOTAL =
OCTL01              TFSOPATN-AVGAMT * TFSOPATN-PAYCNT + TFSOUTQ-AMT.
OCTL01     IF       TFSOPATN-PAYCNT < 9999999
OCTL01              ADD  1              TO TFSOPATN-PAYCNT.
OCTL01     COMPUTE  TFSOPATN-AVGAMT ROUNDED =
OCTL01              WS-PAT-TOTAL / TFSOPATN-PAYCNT.
OCTL01     IF       TFSOUTQ-AMT > TFSOPATN-MAXAMT
OCTL01              MOVE TFSOUTQ-AMT    TO TFSOPATN-MAXAMT.
OCTL01     MOVE     WS-RUN-DATE-8       TO TFSOPATN-LASTDTE.
OCTL01     REWRITE  TFSOPATN-REC-1.
OCTL01     IF       NOT WK-C-SUCCESSFUL
OCTL01              DISPLAY "TRFGOUTD - REWRITE ERROR - TFSOPATN "
OCTL01                      WK-C-FILE-STATUS.
OCTL01
OCTL01 D119-UPDATE-ONE-PATTERN-EX.
OCTL01     EXIT.
OCTL01
      *---------------------------------------------------------------*
       E000-RAISE-REASON.
      *---------------------------------------------------------------*
       E099-RAISE-REASON-EX.
           EXIT.

OCTL01*---------------------------------------------------------------*
OCTL01 X100-SET-PARTY-KEYS.
OCTL01*---------------------------------------------------------------*
OCTL01*    THE BENEFICIARY BANK IS THE ACCOUNT-WITH INSTITUTION WHEN
OCTL01*    THERE IS ONE, ELSE THE RECEIVER. THE DEBIT ACCOUNT IS THE
OCTL01*    CUSTOMER ACCOUNT, OR THE GL NUMBER ON A GL DEBIT.
OCTL01*---------------------------------------------------------------*
OCTL01     IF       TFSOUTQ-TAG57BIC NOT = SPACES
OCTL01              MOVE TFSOUTQ-TAG57BIC TO WS-BEN-BIC
OCTL01     ELSE
OCTL01              MOVE TFSOUTQ-RCBNKID TO WS-BEN-BIC
OCTL01     END-IF.
OCTL01     IF       TFSOUTQ-DRMODE = "GL"
OCTL01              MOVE SPACES         TO WS-DR-KEY
OCTL01              MOVE TFSOUTQ-DRGLNO TO WS-DR-KEY (1:6)
OCTL01     ELSE
OCTL01              MOVE TFSOUTQ-DRACCNO TO WS-DR-KEY
OCTL01     END-IF.
OCTL01
OCTL01 X199-SET-PARTY-KEYS-EX.
OCTL01     EXIT.
OCTL01
COVR01*---------------------------------------------------------------*
COVR01 X200-FIND-BANK-ACCOUNT.
COVR01*---------------------------------------------------------------*
COVR01*    OUR ACCOUNT WITH WS-BAC-BANKID IN THE ITEM CURRENCY -
COVR01*    EACH PRIORITY ON FILE IN TURN, AS TRFVBAC RESOLVES IT.
COVR01*---------------------------------------------------------------*
COVR01     MOVE     "N"                 TO WS-BAC-FOUND-SW.
COVR01     MOVE     SPACES              TO WS-BAC-ACCNO.
COVR01     IF       WS-BAC-BANKID = SPACES
COVR01              GO TO X299-FIND-BANK-ACCOUNT-EX.
COVR01     PERFORM  X210-READ-ONE-PRIORITY
COVR01        THRU  X219-READ-ONE-PRIORITY-EX
COVR01              VARYING WS-BAC-PRI FROM 1 BY 1
COVR01              UNTIL WS-BAC-PRI > 9
COVR01                 OR WS-BAC-FOUND-SW = "Y".
COVR01
COVR01 X299-FIND-BANK-ACCOUNT-EX.
COVR01     EXIT.
COVR01
COVR01 X210-READ-ONE-PRIORITY.
COVR01     INITIALIZE                   TFSBNKAC-REC-1.
COVR01     MOVE     TFSOUTQ-BNKENTITY   TO TFSBNKAC-BNKENTTY.
COVR01     MOVE     WS-BAC-BANKID       TO TFSBNKAC-BANKID.
COVR01     MOVE     TFSOUTQ-CUYCD       TO TFSBNKAC-CUYCD.
COVR01     MOVE     WS-BAC-PRI          TO TFSBNKAC-PRIORITY.
COVR01     READ     TFSBNKAC KEY IS EXTERNALLY-DESCRIBED-KEY.
COVR01     IF       WK-C-SUCCESSFUL
COVR01              MOVE "Y"            TO WS-BAC-FOUND-SW
COVR01              MOVE TFSBNKAC-BNKACNO TO WS-BAC-ACCNO.
COVR01
COVR01 X219-READ-ONE-PRIORITY-EX.
COVR01     EXIT.
COVR01
ISOX01*---------------------------------------------------------------*
ISOX01 X300-GET-MSG-FORMAT.
ISOX01*---------------------------------------------------------------*
ISOX01*    THE FORMAT WS-FMT-BANKID TAKES OUR PAYMENTS IN - X FOR
ISOX01*    ISO 20022 WHEN ITS TFSBANK-MSGFMT SAYS SO AND WE HAVE A
ISOX01*    SENDER BIC, OTHERWISE SPACE FOR MT.
ISOX01*---------------------------------------------------------------*
ISOX01     MOVE     SPACE               TO WS-FMT-RESULT.
ISOX01     IF       WS-OWN-BIC = SPACES
ISOX01              OR WS-FMT-BANKID = SPACES
ISOX01              GO TO X399-GET-MSG-FORMAT-EX.
ISOX01     INITIALIZE                   TFSBANK-REC-1.
ISOX01     MOVE     WS-FMT-BANKID       TO TFSBANK-BANKID.
ISOX01     READ     TFSBANK KEY IS EXTERNALLY-DESCRIBED-KEY.
ISOX01     IF       WK-C-SUCCESSFUL
ISOX01              AND TFSBANK-MSGFMT = "X"
ISOX01              MOVE "X"            TO WS-FMT-RESULT.
ISOX01
ISOX01 X399-GET-MSG-FORMAT-EX.
ISOX01     EXIT.
ISOX01
OCUT01*---------------------------------------------------------------*
OCUT01 X400-WRITE-CUTOFF-LOG.
OCUT01*---------------------------------------------------------------*
OCUT01*    ONE TFSOCUTLG ROW FOR THE END-OF-DAY LIST. THE CUTOFF IS
OCUT01*    THE ONE FOR THE VALUE DATE AS CAPTURED, IN OUR TIME. A LOG
OCUT01*    FAILURE IS REPORTED BUT NEVER STOPS THE SWEEP - THE
OCUT01*    PAYMENT HAS ALREADY GONE OR BEEN HELD.
OCUT01*---------------------------------------------------------------*
OCUT01     INITIALIZE                   TFSOCUTLG-REC-1.
OCUT01     MOVE     TFSOUTQ-OUTQNO      TO TFSOCUTLG-OUTQNO.
OCUT01     MOVE     TFSOUTQ-SEQNUM      TO TFSOCUTLG-SEQNUM.
OCUT01     MOVE     TFSOUTQ-BNKENTITY   TO TFSOCUTLG-BNKENTITY.
OCUT01     MOVE     TFSOUTQ-PROCUNIT    TO TFSOCUTLG-PROCUNIT.
OCUT01     MOVE     TFSOUTQ-CAPUSER     TO TFSOCUTLG-CAPUSER.
OCUT01     MOVE     TFSOUTQ-RCBNKID     TO TFSOCUTLG-RCBNKID.
OCUT01     MOVE     TFSOUTQ-CUYCD       TO TFSOCUTLG-CUYCD.
OCUT01     MOVE     TFSOUTQ-AMT         TO TFSOCUTLG-AMT.
OCUT01     MOVE     WS-CUT-ORGVALDTE    TO TFSOCUTLG-ORGVALDTE.
OCUT01     IF       TFSOUTQ-VALDTE = ZEROES
OCUT01              MOVE WS-CUT-ORGVALDTE TO TFSOCUTLG-NEWVALDTE
OCUT01     ELSE
OCUT01              MOVE TFSOUTQ-VALDTE TO TFSOCUTLG-NEWVALDTE
OCUT01     END-IF.
OCUT01     MOVE     WS-RUN-DATE-8       TO TFSOCUTLG-RLSDTE.
OCUT01     ACCEPT   WS-TIME-RAW         FROM TIME.
OCUT01     MOVE     WS-TIME-RAW (1:6)   TO TFSOCUTLG-RLSTIME.
OCUT01
OCUT01     DIVIDE   WS-CUT-LOG-AT       BY 1440
OCUT01              GIVING WS-CUT-DAY-INT
OCUT01              REMAINDER WS-CUT-DAY-MINS.
OCUT01     COMPUTE  TFSOCUTLG-CUTDTE =
OCUT01              FUNCTION DATE-OF-INTEGER (WS-CUT-DAY-INT).
OCUT01     DIVIDE   WS-CUT-DAY-MINS     BY 60
OCUT01              GIVING WS-CUT-HH    REMAINDER WS-CUT-MM.
OCUT01     COMPUTE  TFSOCUTLG-CUTTIME = WS-CUT-HH * 100 + WS-CUT-MM.
OCUT01
OCUT01     IF       WS-CUT-MARGIN > 99999
OCUT01              MOVE 99999          TO TFSOCUTLG-MARGIN
OCUT01     ELSE
OCUT01        IF    WS-CUT-MARGIN < -99999
OCUT01              MOVE -99999         TO TFSOCUTLG-MARGIN
OCUT01        ELSE
OCUT01              MOVE WS-CUT-MARGIN  TO TFSOCUTLG-MARGIN
OCUT01        END-IF
OCUT01     END-IF.
OCUT01     MOVE     WS-CUT-LOG-ACT      TO TFSOCUTLG-ACTION.
OCUT01
OCUT01     WRITE    TFSOCUTLG-REC-1.
OCUT01     IF       NOT WK-C-SUCCESSFUL
OCUT01              DISPLAY "TRFGOUTD - WRITE ERROR - TFSOCUTLG "
OCUT01                      WK-C-FILE-STATUS
OCUT01              GO TO X409-WRITE-CUTOFF-LOG-EX.
OCUT01
OCUT01     EVALUATE WS-CUT-LOG-ACT
OCUT01         WHEN "C"
OCUT01              ADD  1              TO WS-CUTCLS-CNT
OCUT01         WHEN "R"
OCUT01              ADD  1              TO WS-CUTROLL-CNT
OCUT01         WHEN "H"
OCUT01              ADD  1              TO WS-CUTHLD-CNT
OCUT01         WHEN "S"
OCUT01              ADD  1              TO WS-CUTSUP-CNT
OCUT01     END-EVALUATE.
OCUT01
OCUT01 X409-WRITE-CUTOFF-LOG-EX.
OCUT01     EXIT.
OCUT01
OCUT01*---------------------------------------------------------------*
OCUT01 X410-CUTOFF-INSTANT.
OCUT01*---------------------------------------------------------------*
OCUT01*    THE TFSCORCUT CUTOFF ON WS-CUT-VALDTE, IN MINUTES OF OUR
OCUT01*    LOCAL TIME - BACK TO UTC BY THE CORRESPONDENT'S OFFSET,
OCUT01*    THEN FORWARD BY OURS.
OCUT01*---------------------------------------------------------------*
OCUT01     DIVIDE   TFSCORCUT-CUTTIME   BY 100
OCUT01              GIVING WS-CUT-HH    REMAINDER WS-CUT-MM.
OCUT01     COMPUTE  WS-CUT-AT =
OCUT01              FUNCTION INTEGER-OF-DATE (WS-CUT-VALDTE) * 1440
OCUT01              + WS-CUT-HH * 60 + WS-CUT-MM.
OCUT01     IF       WS-CUT-TZ-SW NOT = "Y"
OCUT01              GO TO X419-CUTOFF-INSTANT-EX.
OCUT01     DIVIDE   TFSCORCUT-UTCOFS    BY 100
OCUT01              GIVING WS-CUT-HH    REMAINDER WS-CUT-MM.
OCUT01     COMPUTE  WS-CUT-AT = WS-CUT-AT
OCUT01              - (WS-CUT-HH * 60 + WS-CUT-MM)
OCUT01              + WS-CUT-LCL-OFS.
OCUT01
OCUT01 X419-CUTOFF-INSTANT-EX.
OCUT01     EXIT.
      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSOUTQ.
OCTL01     CLOSE    TFSOCTLQ  TFSOPATN.
COVR01     CLOSE    TFSBNKAC  TFSOUTCOV.
ISOX01     CLOSE    TFSBANK   TFSOUTQX  TFSOUTMX.
OCUT01     CLOSE    TFSOCUTLG.
OCUT01     IF       WS-CUT-OPEN-SW = "Y"
OCUT01              CLOSE TFSCORCUT
OCUT01     END-IF.
OCTL01     IF       WS-SHIFT-OPEN-SW = "Y"
OCTL01              CLOSE TFSSHIFT
OCTL01     END-IF.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.

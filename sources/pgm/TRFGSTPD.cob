      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOSC01 - RISKOPS   - 15/10/2026 - CLOSED NOSTROS: AN ITEM
      *                        WHOSE 53/54 (OR, WITHOUT THEM, SENDER)
      *                        STILL REFERENCES A NOSTRO CLOSED ON THE
      *                        TFSNOSCLS PLAN (TRFVNOSC) REPAIRS UNDER
      *                        RSN0428 NAMING THE REPLACEMENT.
      *---------------------------------------------------------------*
      *  RMNT01 - RISKOPS   - 15/10/2026 - RM ALERTS: AN MT103 CREDIT
      *                        TO A KEY CLIENT ON TFSKEYCLI AT OR OVER
      *                        ITS THRESHOLD WRITES AN RM NOTIFICATION
      *                        (TRFGRMNT) WHEN THE ITEM IS RECEIVED AND
      *                        WHEN IT POSTS.
      *---------------------------------------------------------------*
      *  CSUC01 - RISKOPS   - 15/10/2026 - RETIRED CURRENCY CODES: AN
      *                        ITEM QUOTING A CODE RETIRED ON
      *                        TFSCUYSUC (HRK, SLL ...) IN 32A OR 33B
      *                        IS TRANSLATED TO THE SUCCESSOR AT THE
      *                        FIXED RATE (TRFVCSUC) BEFORE ANY CHECK
      *                        LOOKS AT THE CURRENCY, THE ORIGINAL
      *                        KEPT ON THE ITEM (ORIGCUY/ORIGAMT).
      *                        ONCE THE ACCEPTANCE WINDOW HAS CLOSED
      *                        THE ITEM REPAIRS UNDER RSN0427 NAMING
      *                        THE SUCCESSOR.
      *---------------------------------------------------------------*
      *  RTFN01 - RISKOPS   - 15/10/2026 - RTGS SETTLEMENT FINALITY: A
      *                        POSTED ITEM WHOSE LEG GOES OUT ON THE
      *                        RTGS MODEPAY OF ITS UNIT AND CURRENCY
      *                        IS RECORDED ON TFSRTGSFN THROUGH
      *                        TRFGRTFN, SO GHRTGSFN CAN MATCH THE
      *                        RTGS SETTLEMENT OR REJECTION TO IT.
      *---------------------------------------------------------------*
      *  DCLR01 - RISKOPS   - 15/10/2026 - DOMESTIC ONWARD ROUTING: A
      *                        POSTED LOCAL-CURRENCY MT103 WHOSE
      *                        BENEFICIARY BANKS WITH ANOTHER LOCAL
      *                        BANK (MEPS+ CREDIT MODE FROM TRFVTB1)
      *                        NO LONGER GOES OUT AS MEPS+ REGARDLESS -
      *                        TRFGDCLI HAS TRFVDRTGS CHOOSE FAST, GIRO
      *                        OR MEPS+ FROM THE TFSDRTRUL RULES AND
      *                        RAISES THE TFSDCLI CLEARING INSTRUCTION;
      *                        CRMODE CARRIES THE SCHEME'S MODEPAY.
      *---------------------------------------------------------------*
      *  TRDS01 - RISKOPS   - 15/10/2026 - TRADE SETTLEMENT ROUTING:
      *                        AN INWARD 103/202/203/205 QUOTING AN
      *                        OPEN TRADE REFERENCE (TFSTRDREF) IN
      *                        FIELD 21, 70 OR 72 IS PARKED FOR THE
      *                        TRADE DESK (PRCIND "T", TFSTRDQUE ROW
      *                        THROUGH TRFVTRAD) INSTEAD OF BEING
      *                        CREDITED TO THE CUSTOMER. PARTIAL AND
      *                        OVER-PAYMENTS ARE FLAGGED ON THE ROW.
      *---------------------------------------------------------------*
      *  SETP01 - RISKOPS   - 15/10/2026 - THE CREDIT ADVICE NOW
      *                        SHOWS THE ACCOUNT ACTUALLY CREDITED
      *                        WHEN TRFVTC1 MOVED THE CREDIT TO THE
      *                        CUSTOMER'S ACCOUNT IN THE PAYMENT
      *                        CURRENCY UNDER A SETTLEMENT PREFERENCE
      *                        (TFSSETSUB, READ THROUGH TRFVSETP).
      *---------------------------------------------------------------*
      *  FWD001 - RISKOPS   - 15/10/2026 - FX FORWARD DRAWDOWN: AN
      *                        MT103 QUOTING A TREASURY FORWARD
      *                        CONTRACT IN FIELD 70 OR 72 ("FWD"
      *                        FOLLOWED BY THE CONTRACT NUMBER) IS
      *                        CHECKED AGAINST TFSFWDCTR THROUGH
      *                        TRFVFWD BEFORE VALIDATION, SO THE
      *                        CONVERSION TAKES THE CONTRACT RATE. A
      *                        CONTRACT NOT ON FILE, EXPIRED, OVER-
      *                        DRAWN, BOOKED WITH ANOTHER CUSTOMER OR
      *                        FOR ANOTHER CURRENCY PAIR REPAIRS THE
      *                        ITEM (RSN0420-RSN0424). THE CONTRACT
      *                        BALANCE IS DRAWN AS THE ITEM POSTS.
      *---------------------------------------------------------------*
      *  VOSB01 - RISKOPS   - 15/10/2026 - VOSTRO AVAILABLE-BALANCE
      *                        CONTROL: A CLEAN ITEM THAT DRAWS ON A
      *                        CORRESPONDENT'S VOSTRO (THE MT204 DEBIT
      *                        INSTITUTION, ELSE THE FIELD 53 BANK OR
      *                        THE SENDER WHERE WE HOLD NO NOSTRO WITH
      *                        IT) IS DEBITED TO THE TFSVOSBAL RUNNING
      *                        BALANCE THROUGH TRFXVBAL BEFORE IT
      *                        POSTS. A DEBIT THE VOSTRO CANNOT CARRY
      *                        WITHIN ITS OVERDRAFT LINE PARKS THE
      *                        ITEM (PRCIND "F") ON THE TFSVOSPRK
      *                        INSUFFICIENT-FUNDS QUEUE FOR GHVOSRTY
      *                        TO RE-DRIVE AS COVER ARRIVES. EVERY
      *                        POSTED CREDIT TO A VOSTRO HOLDER (TAG
      *                        58, ELSE TAG 57) IS CREDITED TO IT.
      *---------------------------------------------------------------*
      *  BENH01 - RISKOPS   - 15/10/2026 - BENEFICIARY HISTORY: EVERY
      *                        MT103 CREDIT THAT POSTS UPDATES THE
      *                        TFSBENHST ROW OF ITS TAG 59 ACCOUNT
      *                        (FIRST/LAST SEEN, COUNT, USUAL AMOUNT
      *                        AND BAND IN LOCAL CURRENCY). BEFORE IT
      *                        POSTS, A CLEAN ITEM BELOW THE HIGH-
      *                        VALUE THRESHOLD PARKS ON TFSVRFQUE
      *                        WHEN IT IS A LARGE FIRST CREDIT TO THE
      *                        ACCOUNT (BENFTAMT, REASON F) OR MANY
      *                        TIMES THE ACCOUNT'S USUAL (BENMULT,
      *                        ONCE BENMINCT CREDITS ARE ON FILE,
      *                        REASON P).
      *---------------------------------------------------------------*
      *  KWWL01 - RISKOPS   - 15/10/2026 - THE TAG 70 LINES AND THE
      *                        TAG 72 NARRATIVES (FROM TFST72) ALSO GO
      *                        TO TRFVSCRN FOR THE KEYWORD WATCH-LIST;
      *                        KEYWORD HOLDS ARE COUNTED ON THEIR OWN
      *                        LINE.
      *---------------------------------------------------------------*
      *  JURS01 - RISKOPS   - 15/10/2026 - THE TAG 50 AND TAG 59
      *                        ADDRESS LINES GO TO TRFVSCRN WITH THE
      *                        NAMES FOR THE JURISDICTION CHECK; ITEMS
      *                        HELD FOR A SANCTIONED ADDRESS ARE
      *                        COUNTED ON THEIR OWN LINE.
      *---------------------------------------------------------------*
      *  CLRC01 - RISKOPS   - 15/10/2026 - NATIONAL CLEARING CODES: A
      *                        "//" CODE IN LINE 1 OF FIELD 56/57 OF AN
      *                        MT103/202/203/205 (//FW ABA, //CH, //CP,
      *                        //SC, //AU, //IN, //CN) IS CHECKED FOR
      *                        SHAPE AND AGAINST THE TFSCLRDIR DIRECTORY
      *                        (TRFVCLRC) BEFORE THE CHAIN RUNS. A
      *                        MALFORMED OR UNKNOWN CODE, OR ONE THAT
      *                        NAMES A DIFFERENT BANK FROM THE BIC
      *                        BESIDE IT, REPAIRS UNDER RSN0414. A
      *                        FIELD CARRYING ONLY THE CODE IS TURNED
      *                        INTO OPTION A WITH THE DIRECTORY BIC.
      *---------------------------------------------------------------*
      *  T72C01 - RISKOPS   - 15/10/2026 - FIELD 72 CODE WORDS: BEFORE
      *                        THE CHAIN, AN MT103/202/203/205 HAS ITS
      *                        FIELD 72 SPLIT INTO CODE WORDS (TRFVT72)
      *                        AND KEPT ON TFST72. A CODE WORD WE DO
      *                        NOT SUPPORT, OR A 72 NOT IN CODE-WORD
      *                        FORMAT, REPAIRS UNDER RSN0412 NAMING IT
      *                        INSTEAD OF THE GENERIC TAG 72 ERROR. A
      *                        TRAVEL-RULE REPAIR IS CHARGED TO THE
      *                        /INS/ INSTITUTION WHERE THERE IS ONE. A
      *                        BIC QUOTED IN /ACC/ OR /INTA/ MUST BE
      *                        THE ACCOUNT-WITH OR INTERMEDIARY THE
      *                        CHAIN RESOLVED, ELSE REPAIR (RSN0413).
      *                        /REC/ AND /BNF/ ARE THE ITEM'S NOTE.
      *---------------------------------------------------------------*
      *  T23E01 - RISKOPS   - 15/10/2026 - FIELD 23E ON INWARD MT103:
      *                        THE PRE-SWEEP PASS CAPTURES THE CODES
      *                        ONTO THE ITEM FROM THE JOURNAL BODY
      *                        (TRFV23E) WHERE THE INTAKE DID NOT, AND
      *                        RAISES SDVA ITEMS TO PRIORITY TIER 1 SO
      *                        THEY DRAIN FIRST. BEFORE THE CHAIN, A
      *                        HOLD/PHOB/TELB ITEM IS PARKED (PRCIND
      *                        "H") ON THE TFSBCNTQ BENEFICIARY-
      *                        CONTACT QUEUE INSTEAD OF BEING CREDITED
      *                        - TRFGBCNT RELEASES IT ONCE CONTACT IS
      *                        MADE, OR SENDS IT TO REPAIR (RSN0411)
      *                        WHEN IT CANNOT BE. A CODE WE DO NOT
      *                        SUPPORT REPAIRS UNDER RSN0410 NAMING
      *                        THE CODE.
      *---------------------------------------------------------------*
      *  MT204X - RISKOPS   - 15/10/2026 - MT204 DIRECT DEBIT LEGS,
      *                        QUEUED ONE PER DEBIT BY TRFG204X, ARE
      *                        CHECKED AGAINST THE TFSDDAUTH DEBIT
      *                        AUTHORITY REGISTER (TRFVDDA) AND THE
      *                        DEBIT-PARTY CHECKS (TRFVTD1). A DEBIT
      *                        THAT CANNOT BE HONOURED GOES TO REPAIR
      *                        AND THE MT299 REJECTION IS SENT TO THE
      *                        CLAIMANT (TRFGDDRJ). NO NOSTRO FUNDS
      *                        CHECK ON A VOSTRO DEBIT; THE
      *                        CONFIRMATION IS AN MT900 TO THE DEBIT
      *                        INSTITUTION.
      *  MT201X - RISKOPS   - 15/10/2026 - MT201 LEGS, QUEUED ONE PER
      *                        TRANSFER BY TRFG201X, ARE VALIDATED
      *                        THROUGH THE MT200 CHAIN (TRFVTE1)
      *                        INSTEAD OF FALLING TO REPAIR.
      *  POISN1 - RISKOPS   - 02/09/2026 - POISON-ITEM QUARANTINE:
      *                        WHEN THE TFSCKPT STATE SHOWS THE
      *                        PREVIOUS RUN ABENDED, THE FIRST
DEFR01     SELECT TFSDEFER ASSIGN TO DATABASE-TFSDEFER
DEFR01            ORGANIZATION      IS SEQUENTIAL
DEFR01            FILE STATUS       IS WK-C-FILE-STATUS.
T23E01     SELECT TFSBCNTQ ASSIGN TO DATABASE-TFSBCNTQ
T23E01            ORGANIZATION      IS INDEXED
T23E01            ACCESS MODE       IS RANDOM
T23E01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
T23E01            FILE STATUS       IS WK-C-FILE-STATUS.
T72C01     SELECT TFST72 ASSIGN TO DATABASE-TFST72
T72C01            ORGANIZATION      IS INDEXED
T72C01            ACCESS MODE       IS RANDOM
T72C01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
T72C01            FILE STATUS       IS WK-C-FILE-STATUS.
HIVAL1     SELECT TFSHVTHR ASSIGN TO DATABASE-TFSHVTHR
HIVAL1            ORGANIZATION      IS INDEXED
HIVAL1            ACCESS MODE       IS RANDOM
VRFY02            ACCESS MODE       IS RANDOM
VRFY02            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
VRFY02            FILE STATUS       IS WK-C-FILE-STATUS.
BENH01     SELECT TFSBENHST ASSIGN TO DATABASE-TFSBENHST
BENH01            ORGANIZATION      IS INDEXED
BENH01            ACCESS MODE       IS RANDOM
BENH01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
BENH01            FILE STATUS       IS WK-C-FILE-STATUS.
CASE01     SELECT TFSCASE ASSIGN TO DATABASE-TFSCASE
CASE01            ORGANIZATION      IS INDEXED
CASE01            ACCESS MODE       IS RANDOM
NFND01     SELECT TFSOPHLG ASSIGN TO DATABASE-TFSOPHLG
NFND01            ORGANIZATION      IS SEQUENTIAL
NFND01            FILE STATUS       IS WK-C-FILE-STATUS.
VOSB01     SELECT TFSVOSPRK ASSIGN TO DATABASE-TFSVOSPRK
VOSB01            ORGANIZATION      IS INDEXED
VOSB01            ACCESS MODE       IS RANDOM
VOSB01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
VOSB01            FILE STATUS       IS WK-C-FILE-STATUS.
TLXKEY     SELECT TFSTKYLG ASSIGN TO DATABASE-TFSTKYLG
TLXKEY            ORGANIZATION      IS SEQUENTIAL
TLXKEY            FILE STATUS       IS WK-C-FILE-STATUS.
HIVAL1     COPY DDS-ALL-FORMATS OF TFSVRFQUE.
HIVAL1 01  TFSVRFQUE-REC-1.
HIVAL1     COPY TFSVRFQUE.
BENH01 FD  TFSBENHST
BENH01     LABEL RECORDS ARE OMITTED
BENH01     DATA RECORD IS TFSBENHST-REC.
BENH01 01  TFSBENHST-REC.
BENH01     COPY DDS-ALL-FORMATS OF TFSBENHST.
BENH01 01  TFSBENHST-REC-1.
BENH01     COPY TFSBENHST.
CASE01 FD  TFSCASE
CASE01     LABEL RECORDS ARE OMITTED
CASE01     DATA RECORD IS TFSCASE-REC.
NFND01     COPY DDS-ALL-FORMATS OF TFSOPHLG.
NFND01 01  TFSOPHLG-REC-1.
NFND01     COPY TFSOPHLG.
VOSB01 FD  TFSVOSPRK
VOSB01     LABEL RECORDS ARE OMITTED
VOSB01     DATA RECORD IS TFSVOSPRK-REC.
VOSB01 01  TFSVOSPRK-REC.
VOSB01     COPY DDS-ALL-FORMATS OF TFSVOSPRK.
VOSB01 01  TFSVOSPRK-REC-1.
VOSB01     COPY TFSVOSPRK.
TLXKEY FD  TFSTKYLG
TLXKEY     LABEL RECORDS ARE OMITTED
TLXKEY     DATA RECORD IS TFSTKYLG-REC.
POISN1     COPY DDS-ALL-FORMATS OF TFSQUAR.
POISN1 01  TFSQUAR-REC-1.
POISN1     COPY TFSQUAR.
T23E01 FD  TFSBCNTQ
T23E01     LABEL RECORDS ARE OMITTED
T23E01     DATA RECORD IS TFSBCNTQ-REC.
T23E01 01  TFSBCNTQ-REC.
T23E01     COPY DDS-ALL-FORMATS OF TFSBCNTQ.
T23E01 01  TFSBCNTQ-REC-1.
T23E01     COPY TFSBCNTQ.
T72C01 FD  TFST72
T72C01     LABEL RECORDS ARE OMITTED
T72C01     DATA RECORD IS TFST72-REC.
T72C01 01  TFST72-REC.
T72C01     COPY DDS-ALL-FORMATS OF TFST72.
T72C01 01  TFST72-REC-1.
T72C01     COPY TFST72.
KPI001 FD  TFSSTPKPI
KPI001     LABEL RECORDS ARE OMITTED
KPI001     DATA RECORD IS TFSSTPKPI-REC.
CUYDP1 COPY VDPC.
CUYDP1 77  WS-DPC-RPR-CNT      PIC S9(07) COMP VALUE ZERO.
CUYDP1 01  WS-DPC-BADCUY       PIC X(03) VALUE SPACES.
CSUC01 COPY VCSUC.
CSUC01 77  WS-CSUC-TRN-CNT     PIC S9(07) COMP VALUE ZERO.
CSUC01 77  WS-CSUC-RPR-CNT     PIC S9(07) COMP VALUE ZERO.
CSUC01 01  WS-CSUC-SW          PIC X(01) VALUE "N".
CSUC01 01  WS-CSUC-BADCUY      PIC X(03) VALUE SPACES.
CSUC01 01  WS-CSUC-NEWCUY      PIC X(03) VALUE SPACES.
NOSC01 COPY VNOSC.
NOSC01 77  WS-NOSC-RPR-CNT     PIC S9(07) COMP VALUE ZERO.
RMNT01 COPY RMNT.
RMNT01 77  WS-RMNT-CNT         PIC S9(07) COMP VALUE ZERO.
RMNT01 01  WS-RMNT-EVTTYP      PIC X(01) VALUE SPACE.
CACTL1 01  WS-CAB-BATCHID      PIC 9(08) VALUE ZEROES.
CACTL1 01  WS-CAB-ITEMCNT      PIC 9(07) VALUE ZEROES.
CACTL1 01  WS-CAB-AMTTOT       PIC S9(15)V9(02) VALUE ZERO.
POISN1 77  WS-PSN-STRIKE-MAX   PIC 9(02) VALUE 2.
POISN1 77  WS-PSN-QUAR-CNT     PIC S9(05) COMP VALUE ZERO.
POISN1 COPY ALRT.
VOSB01 COPY VBAL.
REMI01 77  WS-T70-TARGETLEN    PIC 9(03) VALUE 70.
CONT01 01  WS-CONT-SW          PIC X(01) VALUE "N".
CONT01     88 WS-CONTINUOUS               VALUE "Y".
PRIO03 01  WS-AGE-BOUND        PIC S9(09) COMP VALUE ZERO.
PRIO01 01  WS-TIME-HH-N        PIC 9(02)  VALUE ZERO.
PRIO01 01  WS-TIME-MM-N        PIC 9(02)  VALUE ZERO.
MT204X COPY VTD1.
MT204X COPY VDDA.
MT204X COPY DDRJ.
MT204X 77  WS-DD-REJ-CNT       PIC S9(07) COMP VALUE ZERO.
T23E01 COPY V23E.
T23E01 77  WS-23E-RPR-CNT      PIC S9(07) COMP VALUE ZERO.
T23E01 77  WS-BCNT-CNT         PIC S9(07) COMP VALUE ZERO.
T23E01 77  WS-SDVA-CNT         PIC S9(07) COMP VALUE ZERO.
T23E01 01  WS-23E-RSNCDE       PIC X(07).
T23E01 01  WS-23E-RSNDESC      PIC X(30).
T72C01 COPY VT72.
T72C01 77  WS-T72-RPR-CNT      PIC S9(07) COMP VALUE ZERO.
T72C01 77  WS-T72-CHN-CNT      PIC S9(07) COMP VALUE ZERO.
T72C01 01  WS-T72-RSNDESC      PIC X(30).
T72C01 01  WS-T72-INSBIC       PIC X(11).
T72C01 01  WS-T72-ACCBIC       PIC X(11).
T72C01 01  WS-T72-INTABIC      PIC X(11).
T72C01 01  WS-T72-CHN-ACC      PIC X(11).
T72C01 01  WS-T72-CHN-INTA     PIC X(11).
CLRC01 COPY VCLRC.
CLRC01 77  WS-CLR-RPR-CNT      PIC S9(07) COMP VALUE ZERO.
CLRC01 77  WS-CLR-DRV-CNT      PIC S9(07) COMP VALUE ZERO.
CLRC01 01  WS-CLR-TAGID        PIC X(02).
CLRC01 01  WS-CLR-RSNDESC      PIC X(30).
CLRC01 01  WS-CLR-CODEONLY     PIC X(01).
CLRC01* ONE OF FIELD 56/57 AT A TIME - SAME SHAPE AS ON THE ITEM
CLRC01 01  WS-CLR-PARTY.
CLRC01     05 WS-CLR-OPT       PIC X(04).
CLRC01     05 WS-CLR-V1.
CLRC01        10 WS-CLR-V1A    PIC X(02).
CLRC01        10 WS-CLR-V1B    PIC X(35).
CLRC01     05 WS-CLR-V2        PIC X(35) OCCURS 4 TIMES.
CLRC01* THE SAME FIELD WITH THE OPTION AND THE CODE LINE BLANKED -
CLRC01* SPACES WHEN THE CODE IS ALL THE FIELD CARRIES
CLRC01 01  WS-CLR-REST.
CLRC01     05 WS-CLR-R-OPT     PIC X(04).
CLRC01     05 WS-CLR-R-V1      PIC X(37).
CLRC01     05 WS-CLR-R-V2      PIC X(35) OCCURS 4 TIMES.
CLRC01 01  WS-CLR-BICLINE      PIC X(35).
CLRC01 01  WS-CLR-SUFFIX       PIC X(13).
CLRC01 01  WS-CLR-REWRITE-SW   PIC X(01).
JURS01 77  WS-JURS-CNT         PIC S9(07) COMP VALUE ZERO.
KWWL01 77  WS-KWWL-CNT         PIC S9(07) COMP VALUE ZERO.
KWWL01* TAG 72 NARRATIVES OF THE CURRENT ITEM, KEPT BY C020 FOR THE
KWWL01* SCREENING CALL - SPACES WHEN THE ITEM HAS NONE
KWWL01 01  WS-T72-TEXTS.
KWWL01     05 WS-T72-TEXT      PIC X(70) OCCURS 6 TIMES.
KWWL01 77  WS-T72-IX           PIC S9(04) COMP VALUE ZERO.
BENH01 01  WS-BENH-OPEN-SW     PIC X(01) VALUE "N".
BENH01 01  WS-VRF-RSN          PIC X(01) VALUE SPACE.
BENH01* LARGE FIRST CREDIT (LOCAL CURRENCY), MULTIPLE OF THE USUAL
BENH01* AMOUNT, CREDITS ON FILE BEFORE THE USUAL AMOUNT IS TRUSTED
BENH01 01  WS-BEN-FTAMT        PIC S9(15)V9(02) VALUE 50000.
BENH01 01  WS-BEN-MULT         PIC 9(03) VALUE 10.
BENH01 01  WS-BEN-MINCT        PIC 9(03) VALUE 3.
BENH01 01  WS-BEN-LIMIT        PIC S9(17)V9(02) VALUE ZERO.
BENH01 77  WS-BEN-FT-CNT       PIC S9(07) COMP VALUE ZERO.
BENH01 77  WS-BEN-PT-CNT       PIC S9(07) COMP VALUE ZERO.
VDTE01 COPY XPARA.
       COPY VTB1.
       COPY VTE1.
NFND01     88 WS-NF-EOF                   VALUE "Y".
NFND01 01  WS-NF-SRCH-CUY      PIC X(03) VALUE SPACES.
NFND02 01  WS-NF-SRCH-BIC      PIC X(11) VALUE SPACES.
VOSB01 01  WS-VOS-BIC          PIC X(11) VALUE SPACES.
VOSB01 77  WS-VOS-PRK-CNT      PIC S9(07) COMP VALUE ZERO.
FWD001 COPY VFWD.
SETP01 COPY VSETP.
TRDS01 COPY VTRAD.
TRDS01 77  WS-TRD-QUE-CNT      PIC S9(07) COMP VALUE ZERO.
TRDS01 77  WS-TRD-PAR-CNT      PIC S9(07) COMP VALUE ZERO.
TRDS01 77  WS-TRD-OVR-CNT      PIC S9(07) COMP VALUE ZERO.
DCLR01 COPY VDCLI.
DCLR01 77  WS-DCL-FAST-CNT     PIC S9(07) COMP VALUE ZERO.
DCLR01 77  WS-DCL-GIRO-CNT     PIC S9(07) COMP VALUE ZERO.
DCLR01 77  WS-DCL-MEPS-CNT     PIC S9(07) COMP VALUE ZERO.
RTFN01 COPY VRTFN.
RTFN01 77  WS-RTF-CNT          PIC S9(07) COMP VALUE ZERO.
FWD001 77  WS-FWD-RPR-CNT      PIC S9(07) COMP VALUE ZERO.
FWD001 77  WS-FWD-DRW-CNT      PIC S9(07) COMP VALUE ZERO.
FWD001 77  WS-FWD-IX           PIC S9(04) COMP VALUE ZERO.
FWD001 77  WS-FWD-POS          PIC S9(04) COMP VALUE ZERO.
FWD001 77  WS-FWD-START        PIC S9(04) COMP VALUE ZERO.
FWD001 77  WS-FWD-DIGITS       PIC S9(04) COMP VALUE ZERO.
FWD001* CONTRACT NUMBER QUOTED BY THE CURRENT ITEM - SPACES IF NONE
FWD001 01  WS-FWD-CTRNO        PIC X(16) VALUE SPACES.
FWD001* ONE FIELD 70 LINE OR FIELD 72 NARRATIVE AT A TIME
FWD001 01  WS-FWD-TEXT         PIC X(70).
FWD001 01  WS-FWD-CHAR         PIC X(01).
FWD001     88 WS-FWD-SEPARATOR            VALUE " " "/" ":" "-" ".".
FWD001 01  WS-FWD-SKIP-SW      PIC X(01).
FWD001 01  WS-FWD-RSNCDE       PIC X(07).
FWD001 01  WS-FWD-RSNDESC      PIC X(30).
KPI001 01  WS-KPI-OUTCOME      PIC X(01).
       77  WS-CKPT-CNT         PIC S9(04) COMP VALUE ZERO.
       77  WS-CKPT-EVERY       PIC S9(04) COMP VALUE 50.
REMI01        THRU  A149-GET-NARRATIVE-LEN-EX.
WHSE01     PERFORM  A150-GET-WHSE-HORIZON
WHSE01        THRU  A159-GET-WHSE-HORIZON-EX.
BENH01     PERFORM  A135-GET-BENEF-POLICY
BENH01        THRU  A138-GET-BENEF-POLICY-EX.
           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSSTPL"
HIVAL1              AND WK-C-FILE-STATUS NOT = "41"
HIVAL1              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSVRFQUE"
HIVAL1     END-IF.
BENH01*    WITHOUT THE HISTORY FILE EVERY CREDIT WOULD LOOK FIRST-
BENH01*    TIME - THE BENEFICIARY CHECK IS SKIPPED INSTEAD.
BENH01     OPEN     I-O TFSBENHST.
BENH01     IF       WK-C-SUCCESSFUL
BENH01              MOVE "Y"            TO WS-BENH-OPEN-SW
BENH01     ELSE
BENH01              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSBENHST"
BENH01     END-IF.

T23E01     OPEN     I-O TFSBCNTQ.
T23E01     IF       NOT WK-C-SUCCESSFUL
T23E01              AND WK-C-FILE-STATUS NOT = "41"
T23E01              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSBCNTQ"
T23E01              GO TO Y900-ABNORMAL-TERMINATION.

T72C01     OPEN     I-O TFST72.
T72C01     IF       NOT WK-C-SUCCESSFUL
T72C01              AND WK-C-FILE-STATUS NOT = "41"
T72C01              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFST72"
T72C01              GO TO Y900-ABNORMAL-TERMINATION.

CASE01     OPEN     INPUT TFSCASE.
CASE01     IF       NOT WK-C-SUCCESSFUL
NFND01              AND WK-C-FILE-STATUS NOT = "41"
NFND01              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSOPHLG"
NFND01     END-IF.
VOSB01     OPEN     I-O TFSVOSPRK.
VOSB01     IF       NOT WK-C-SUCCESSFUL
VOSB01              AND WK-C-FILE-STATUS NOT = "41"
VOSB01              DISPLAY "TRFGSTPD - OPEN FILE ERROR - TFSVOSPRK"
VOSB01     END-IF.
KPI001     OPEN     I-O TFSSTPKPI.
KPI001     IF       NOT WK-C-SUCCESSFUL
KPI001              AND WK-C-FILE-STATUS NOT = "41"
           DISPLAY  "TRFGSTPD - ON HOLD - SKIPPED  : " WS-HELD-CNT.
           DISPLAY  "TRFGSTPD - OTHER - NOT MINE   : " WS-SKIP-CNT.
SCRN01     DISPLAY  "TRFGSTPD - SCREENING HELD     : " WS-SCRN-CNT.
JURS01     DISPLAY  "TRFGSTPD - OF WHICH ADDRESS   : " WS-JURS-CNT.
KWWL01     DISPLAY  "TRFGSTPD - OF WHICH KEYWORD   : " WS-KWWL-CNT.
VDTE01     DISPLAY  "TRFGSTPD - VALUE-DATE REPAIRS : " WS-VDTE-RPR-CNT.
PXY001     DISPLAY  "TRFGSTPD - PROXIES RESOLVED   : " WS-PXY-RES-CNT.
PXY001     DISPLAY  "TRFGSTPD - PROXY REPAIRS      : " WS-PXY-RPR-CNT.
PURP01     DISPLAY  "TRFGSTPD - PURPOSE REPAIRS    : " WS-PURP-RPR-CNT.
CCY33B     DISPLAY  "TRFGSTPD - 33B/36 REPAIRS     : " WS-33B-RPR-CNT.
HIVAL1     DISPLAY  "TRFGSTPD - HIGH-VALUE TO VRFY : " WS-HV-CNT.
BENH01     DISPLAY  "TRFGSTPD - FIRST-TIME BENEF.  : " WS-BEN-FT-CNT.
BENH01     DISPLAY  "TRFGSTPD - OUT-OF-PATTERN BEN.: " WS-BEN-PT-CNT.
BKTR01     DISPLAY  "TRFGSTPD - INTERNAL BOOK TRFS : " WS-BKTR-CNT.
WHSE01     DISPLAY  "TRFGSTPD - WAREHOUSED ITEMS   : " WS-WHSE-CNT.
STRC01     DISPLAY  "TRFGSTPD - STRUCTURAL REPAIRS : " WS-STRC-RPR-CNT.
TLXKEY     DISPLAY  "TRFGSTPD - TEST-KEY FAILURES  : " WS-TKY-FAIL-CNT.
UNATND     DISPLAY  "TRFGSTPD - UNATTENDED ITEMS   : " WS-UNATND-CNT.
CUYDP1     DISPLAY  "TRFGSTPD - PRECISION REPAIRS  : " WS-DPC-RPR-CNT.
CSUC01     DISPLAY  "TRFGSTPD - RETIRED CCY TRANSL.: " WS-CSUC-TRN-CNT.
CSUC01     DISPLAY  "TRFGSTPD - RETIRED CCY REPAIRS: " WS-CSUC-RPR-CNT.
NOSC01     DISPLAY  "TRFGSTPD - CLOSED NOSTRO RPRS : " WS-NOSC-RPR-CNT.
RMNT01     DISPLAY  "TRFGSTPD - RM NOTIFICATIONS   : " WS-RMNT-CNT.
POISN1     DISPLAY  "TRFGSTPD - ITEMS QUARANTINED  : " WS-PSN-QUAR-CNT.
NFND01     DISPLAY  "TRFGSTPD - NOSTRO FLOOR HELD  : " WS-NFND-HELD-CNT.
VOSB01     DISPLAY  "TRFGSTPD - VOSTRO FUNDS PARKED: " WS-VOS-PRK-CNT.
FWD001     DISPLAY  "TRFGSTPD - FWD CONTRACT RPRS  : " WS-FWD-RPR-CNT.
FWD001     DISPLAY  "TRFGSTPD - FWD DRAWDOWNS      : " WS-FWD-DRW-CNT.
TRDS01     DISPLAY  "TRFGSTPD - TO TRADE SETTLEMENT: " WS-TRD-QUE-CNT.
TRDS01     DISPLAY  "TRFGSTPD - TRADE PART-PAYMENTS: " WS-TRD-PAR-CNT.
TRDS01     DISPLAY  "TRFGSTPD - TRADE OVER-PAYMENTS: " WS-TRD-OVR-CNT.
DCLR01     DISPLAY  "TRFGSTPD - ONWARD VIA FAST    : " WS-DCL-FAST-CNT.
DCLR01     DISPLAY  "TRFGSTPD - ONWARD VIA GIRO    : " WS-DCL-GIRO-CNT.
DCLR01     DISPLAY  "TRFGSTPD - ONWARD VIA MEPS+   : " WS-DCL-MEPS-CNT.
RTFN01     DISPLAY  "TRFGSTPD - RTGS LEGS TRACKED  : " WS-RTF-CNT.
IBANDR     DISPLAY  "TRFGSTPD - TAG57 IBAN-DERIVED : " WS-IBAN-DRV-CNT.
TRVRUL     DISPLAY  "TRFGSTPD - ORIGINATOR REPAIRS : " WS-ORG-RPR-CNT.
CHG71F     DISPLAY  "TRFGSTPD - 71F CHAIN REPAIRS  : " WS-71F-RPR-CNT.
MT204X     DISPLAY  "TRFGSTPD - MT204 DEBITS REJ'D : " WS-DD-REJ-CNT.
T23E01     DISPLAY  "TRFGSTPD - 23E CODE REPAIRS   : " WS-23E-RPR-CNT.
T23E01     DISPLAY  "TRFGSTPD - 23E BENEF CONTACT  : " WS-BCNT-CNT.
T23E01     DISPLAY  "TRFGSTPD - 23E SDVA TO TIER 1 : " WS-SDVA-CNT.
T72C01     DISPLAY  "TRFGSTPD - 72 CODE-WORD RPRS  : " WS-T72-RPR-CNT.
T72C01     DISPLAY  "TRFGSTPD - 72 ACC/INTA RPRS   : " WS-T72-CHN-CNT.
CLRC01     DISPLAY  "TRFGSTPD - CLEARING CODE RPRS : " WS-CLR-RPR-CNT.
CLRC01     DISPLAY  "TRFGSTPD - BIC FROM CLR CODE  : " WS-CLR-DRV-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
REMI01 A149-GET-NARRATIVE-LEN-EX.
REMI01     EXIT.
REMI01
BENH01*---------------------------------------------------------------*
BENH01 A135-GET-BENEF-POLICY.
BENH01*---------------------------------------------------------------*
BENH01*    FIRST-TIME AMOUNT IS IN WHOLE UNITS OF LOCAL CURRENCY. A
BENH01*    PARAMETER NOT SET KEEPS ITS DEFAULT.
BENH01*---------------------------------------------------------------*
BENH01     INITIALIZE                   WK-C-XPARA-RECORD.
BENH01     MOVE     "BENFTAMT"          TO WK-C-XPARA-PARACD.
BENH01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
BENH01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
BENH01     IF       WK-C-XPARA-ERROR-CD = SPACES
BENH01              AND WK-N-XPARA-PARANUM > ZERO
BENH01              MOVE WK-N-XPARA-PARANUM TO WS-BEN-FTAMT.
BENH01
BENH01     INITIALIZE                   WK-C-XPARA-RECORD.
BENH01     MOVE     "BENMULT"           TO WK-C-XPARA-PARACD.
BENH01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
BENH01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
BENH01     IF       WK-C-XPARA-ERROR-CD = SPACES
BENH01              AND WK-N-XPARA-PARANUM > 1
BENH01              AND WK-N-XPARA-PARANUM < 1000
BENH01              MOVE WK-N-XPARA-PARANUM TO WS-BEN-MULT.
BENH01
BENH01     INITIALIZE                   WK-C-XPARA-RECORD.
BENH01     MOVE     "BENMINCT"          TO WK-C-XPARA-PARACD.
BENH01     MOVE     "GET"               TO WK-C-XPARA-OPMODE.
BENH01     CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
BENH01     IF       WK-C-XPARA-ERROR-CD = SPACES
BENH01              AND WK-N-XPARA-PARANUM > ZERO
BENH01              AND WK-N-XPARA-PARANUM < 1000
BENH01              MOVE WK-N-XPARA-PARANUM TO WS-BEN-MINCT.
BENH01
BENH01 A138-GET-BENEF-POLICY-EX.
BENH01     EXIT.
BENH01
DEFR01*---------------------------------------------------------------*
DEFR01 A120-GET-INTERFACE-STATE.
DEFR01*---------------------------------------------------------------*
NFND01              PERFORM B320-DRAW-DOWN-PROJ
NFND01                 THRU B329-DRAW-DOWN-PROJ-EX
NFND01     END-IF.
T23E01*    23E IS CAPTURED HERE, AHEAD OF THE TIER SWEEPS, SO AN
T23E01*    SDVA ITEM IS ALREADY ON TIER 1 WHEN THE DRAINING STARTS.
T23E01     IF       TFSSPTL-PRCIND = SPACE
T23E01              AND TFSSPTL-SWFTMGTY = 103
T23E01              AND TFSSPTL-T23ESTS = SPACE
T23E01              PERFORM C084-CAPTURE-23E
T23E01                 THRU C084-CAPTURE-23E-EX
T23E01     END-IF.
PRIO01     IF       TFSSPTL-PRCIND = SPACE
PRIO01              AND TFSSPTL-PRITIER > 1
STPD02*    HH/MM BY REFERENCE MODIFICATION - COMPUTE CARRIES
POISN1              END-IF
POISN1     END-IF.

CSUC01*    A RETIRED CURRENCY CODE BECOMES ITS SUCCESSOR BEFORE ANY
CSUC01*    CHECK LOOKS AT THE CURRENCY OR THE AMOUNT'S PRECISION.
CSUC01     PERFORM  C037-TRANSLATE-RETIRED-CUY
CSUC01        THRU  C037-TRANSLATE-RETIRED-CUY-EX.
CSUC01     IF       WS-ITEM-ERROR = "M"
CSUC01              MOVE "R"            TO WS-KPI-OUTCOME
CSUC01              PERFORM D400-ACCUMULATE-KPI
CSUC01                 THRU D499-ACCUMULATE-KPI-EX
CSUC01              GO TO B190-NEXT-ITEM.

RMNT01*    A KEY CLIENT'S RM HEARS OF THE CREDIT AS IT ARRIVES. A
RMNT01*    RE-RELEASE AFTER REPAIR COMES BACK THROUGH HERE, BUT THE
RMNT01*    NOTIFICATION FILE TAKES EACH EVENT ONLY ONCE. THE
RMNT01*    THRESHOLD IS TESTED ON THE CURRENCY AND AMOUNT AFTER ANY
RMNT01*    RETIRED-CODE TRANSLATION ABOVE.
RMNT01     IF       TFSSPTL-SWFTMGTY = 103
RMNT01              MOVE "R"            TO WS-RMNT-EVTTYP
RMNT01              PERFORM D780-NOTIFY-RM
RMNT01                 THRU D789-NOTIFY-RM-EX
RMNT01     END-IF.

NOSC01*    A NOSTRO CLOSED ON ITS PLAN CANNOT REIMBURSE THE ITEM - THE
NOSC01*    CURRENCY CHECKED IS THE ONE THE ITEM SETTLES IN.
NOSC01     PERFORM  C041-CHECK-CLOSED-NOSTRO
NOSC01        THRU  C041-CHECK-CLOSED-NOSTRO-EX.
NOSC01     IF       WS-ITEM-ERROR = "Z"
NOSC01              MOVE "R"            TO WS-KPI-OUTCOME
NOSC01              PERFORM D400-ACCUMULATE-KPI
NOSC01                 THRU D499-ACCUMULATE-KPI-EX
NOSC01              GO TO B190-NEXT-ITEM.

STPD03*    A REPAIR RAISED BEFORE THE VALIDATION CHAIN COUNTS IN THE
STPD03*    KPI LIKE ANY OTHER - OTHERWISE THE STP RATE EXCLUDES
STPD03*    EXACTLY THE REPAIR CLASSES THESE CONTROLS CREATE.
TLXKEY              END-IF
TLXKEY     END-IF.

T72C01*    FIELD 72 IS SPLIT INTO CODE WORDS AHEAD OF THE TRAVEL RULE,
T72C01*    WHICH TAKES THE /INS/ INSTITUTION FROM IT.
T72C01     IF       TFSSPTL-SWFTMGTY = 103 OR 202 OR 203 OR 205
T72C01              PERFORM C020-CHECK-TAG72
T72C01                 THRU C023-CHECK-TAG72-EX
T72C01              IF WS-ITEM-ERROR = "L"
T72C01                 MOVE "R"         TO WS-KPI-OUTCOME
T72C01                 PERFORM D400-ACCUMULATE-KPI
T72C01                    THRU D499-ACCUMULATE-KPI-EX
T72C01                 GO TO B190-NEXT-ITEM
T72C01              END-IF
T72C01              IF WS-ITEM-ERROR = "B"
T72C01                 GO TO B190-NEXT-ITEM
T72C01              END-IF
T72C01     END-IF.

FWD001*    A FORWARD CONTRACT QUOTED IN FIELD 70 OR 72 IS CHECKED
FWD001*    BEFORE VALIDATION - THE CONVERSION TAKES ITS RATE.
FWD001     IF       TFSSPTL-SWFTMGTY = 103
FWD001              PERFORM C015-CHECK-FORWARD
FWD001                 THRU C019-CHECK-FORWARD-EX
FWD001              IF WS-ITEM-ERROR = "J"
FWD001                 MOVE "R"         TO WS-KPI-OUTCOME
FWD001                 PERFORM D400-ACCUMULATE-KPI
FWD001                    THRU D499-ACCUMULATE-KPI-EX
FWD001                 GO TO B190-NEXT-ITEM
FWD001              END-IF
FWD001              IF WS-ITEM-ERROR = "B"
FWD001                 GO TO B190-NEXT-ITEM
FWD001              END-IF
FWD001     END-IF.

TRVRUL     IF       TFSSPTL-SWFTMGTY = 103
TRVRUL              PERFORM C045-CHECK-ORIGINATOR
TRVRUL                 THRU C048-CHECK-ORIGINATOR-EX
SCRN01     IF       WS-ITEM-ERROR = "S"
SCRN01              GO TO B190-NEXT-ITEM.

TRDS01*    A PAYMENT SETTLING AN OPEN LETTER OF CREDIT, COLLECTION OR
TRDS01*    BILL GOES TO THE TRADE DESK, NOT THE CUSTOMER - ONCE IT HAS
TRDS01*    CLEARED SCREENING, AND BEFORE A CREDIT-SIDE CHECK CAN SEND
TRDS01*    IT TO REPAIR.
TRDS01     IF       TFSSPTL-SWFTMGTY = 103 OR 202 OR 203 OR 205
TRDS01              PERFORM C030-ROUTE-TRADE-PAYMENT
TRDS01                 THRU C031-ROUTE-TRADE-PAYMENT-EX
TRDS01              IF WS-ITEM-ERROR = "N" OR "B"
TRDS01                 GO TO B190-NEXT-ITEM
TRDS01              END-IF
TRDS01     END-IF.

VDTE01     PERFORM  C060-CHECK-VALUE-DATE
VDTE01        THRU  C069-CHECK-VALUE-DATE-EX.
VDTE01     IF       WS-ITEM-ERROR = "V"
IBANDR     PERFORM  C065-DERIVE-TAG57-BIC
IBANDR        THRU  C069-DERIVE-TAG57-BIC-EX.

CLRC01     IF       TFSSPTL-SWFTMGTY = 103 OR 202 OR 203 OR 205
CLRC01              PERFORM C010-CHECK-CLEARING-CODES
CLRC01                 THRU C014-CHECK-CLEARING-CODES-EX
CLRC01              IF WS-ITEM-ERROR = "C"
CLRC01                 MOVE "R"         TO WS-KPI-OUTCOME
CLRC01                 PERFORM D400-ACCUMULATE-KPI
CLRC01                    THRU D499-ACCUMULATE-KPI-EX
CLRC01                 GO TO B190-NEXT-ITEM
CLRC01              END-IF
CLRC01     END-IF.

PXY001     PERFORM  C070-RESOLVE-PAYNOW-PROXY
PXY001        THRU  C079-RESOLVE-PAYNOW-PROXY-EX.
PXY001     IF       WS-ITEM-ERROR = "P"
CHG71F              END-IF
CCY33B     END-IF.

T23E01     IF       TFSSPTL-SWFTMGTY = 103
T23E01              PERFORM C081-CHECK-23E
T23E01                 THRU C083-CHECK-23E-EX
T23E01              IF WS-ITEM-ERROR = "E"
T23E01                 MOVE "R"         TO WS-KPI-OUTCOME
T23E01                 PERFORM D400-ACCUMULATE-KPI
T23E01                    THRU D499-ACCUMULATE-KPI-EX
T23E01                 GO TO B190-NEXT-ITEM
T23E01              END-IF
T23E01              IF WS-ITEM-ERROR = "B"
T23E01                 GO TO B190-NEXT-ITEM
T23E01              END-IF
T23E01     END-IF.

CASE01     PERFORM  C080-WARN-OPEN-CASE
CASE01        THRU  C089-WARN-OPEN-CASE-EX.

                    PERFORM C100-VALIDATE-MT103
                       THRU C199-VALIDATE-MT103-EX
               WHEN 200
MT201X*    EACH LEG OF AN MT201 (EXPLODED BY TRFG201X) IS AN OWN-ACCOUNT
MT201X*    TRANSFER IN ITS OWN RIGHT AND TAKES THE MT200 CHAIN
MT201X         WHEN 201
                    PERFORM C200-VALIDATE-MT200
                       THRU C299-VALIDATE-MT200-EX
               WHEN 202
               WHEN 205
                    PERFORM C300-VALIDATE-MT202
                       THRU C399-VALIDATE-MT202-EX
MT204X         WHEN 204
MT204X              PERFORM C400-VALIDATE-MT204
MT204X                 THRU C499-VALIDATE-MT204-EX
               WHEN OTHER
      *    MESSAGE TYPES STILL OWNED BY THEIR OWN INTAKE JOBS
                    ADD  1              TO WS-SKIP-CNT
       B199-PROCESS-ITEM-EX.
           EXIT.

CLRC01*---------------------------------------------------------------*
CLRC01 C010-CHECK-CLEARING-CODES.
CLRC01*---------------------------------------------------------------*
CLRC01*    A NATIONAL CLEARING CODE IN LINE 1 OF FIELD 57, THEN 56, IS
CLRC01*    CHECKED AGAINST THE TFSCLRDIR DIRECTORY BEFORE THE CHAIN
CLRC01*    RUNS - A MISTYPED ROUTING NUMBER OR SORT CODE OTHERWISE
CLRC01*    TRAVELS ALL THE WAY TO THE CORRESPONDENT AND COMES BACK AS
CLRC01*    A RETURN. WHERE THE FIELD CARRIES NOTHING BUT THE CODE, THE
CLRC01*    DIRECTORY BIC IS PUT IN AS OPTION A SO THE CHAIN HAS A BANK
CLRC01*    TO WORK WITH. LIKE THE OTHER PRE-CHAIN CHECKS IT RIDES ON
CLRC01*    THE STRUCTURE BYTE OF THE INCREMENTAL PLAN - THE OFFICER WHO
CLRC01*    RE-RELEASES A REPAIRED ITEM HAS DEALT WITH THE CODE.
CLRC01*---------------------------------------------------------------*
CLRC01     MOVE     SPACE               TO WS-ITEM-ERROR.
CLRC01     IF       TFSSPTL-FASTRV NOT = SPACES
CLRC01              AND TFSSPTL-FASTRV (1:1) NOT = "Y"
CLRC01              GO TO C014-CHECK-CLEARING-CODES-EX.
CLRC01
CLRC01     MOVE     "N"                 TO WS-CLR-REWRITE-SW.
CLRC01
CLRC01     MOVE     "57"                TO WS-CLR-TAGID.
CLRC01     MOVE     TFSSPTL-TAG57       TO WS-CLR-PARTY.
CLRC01     PERFORM  C011-CHECK-ONE-PARTY
CLRC01        THRU  C011-CHECK-ONE-PARTY-EX.
CLRC01     IF       WS-ITEM-ERROR = "C"
CLRC01              GO TO C013-RAISE-CLR-REPAIR.
CLRC01     IF       WS-CLR-CODEONLY = "Y"
CLRC01              MOVE WS-CLR-PARTY   TO TFSSPTL-TAG57
CLRC01              MOVE "Y"            TO WS-CLR-REWRITE-SW.
CLRC01
CLRC01     MOVE     "56"                TO WS-CLR-TAGID.
CLRC01     MOVE     TFSSPTL-TAG56       TO WS-CLR-PARTY.
CLRC01     PERFORM  C011-CHECK-ONE-PARTY
CLRC01        THRU  C011-CHECK-ONE-PARTY-EX.
CLRC01     IF       WS-ITEM-ERROR = "C"
CLRC01              GO TO C013-RAISE-CLR-REPAIR.
CLRC01     IF       WS-CLR-CODEONLY = "Y"
CLRC01              MOVE WS-CLR-PARTY   TO TFSSPTL-TAG56
CLRC01              MOVE "Y"            TO WS-CLR-REWRITE-SW.
CLRC01
CLRC01     IF       WS-CLR-REWRITE-SW = "Y"
CLRC01              REWRITE TFSSTPL-REC-1
CLRC01              IF NOT WK-C-SUCCESSFUL
CLRC01                 DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
CLRC01                 GO TO Y900-ABNORMAL-TERMINATION
CLRC01              END-IF
CLRC01     END-IF.
CLRC01     GO TO    C014-CHECK-CLEARING-CODES-EX.
CLRC01
CLRC01*---------------------------------------------------------------*
CLRC01 C011-CHECK-ONE-PARTY.
CLRC01*---------------------------------------------------------------*
CLRC01*    THE "//" LINE IS LINE 1 OF THE FIELD AS IT ARRIVED. OLDER
CLRC01*    INTAKES KEEP IT IN V1 WITH AN OPTION A BIC ON THE NEXT LINE;
CLRC01*    THE NEWER ONES KEEP THE BIC IN V1B AND THE PARTY IDENTIFIER
CLRC01*    ON THE FIRST V2 LINE - EITHER WAY THE OTHER LINE IS THE BIC.
CLRC01*---------------------------------------------------------------*
CLRC01     MOVE     "N"                 TO WS-CLR-CODEONLY.
CLRC01     INITIALIZE                   WK-C-VCLRC-RECORD.
CLRC01     MOVE     WS-CLR-PARTY        TO WS-CLR-REST.
CLRC01     MOVE     SPACES              TO WS-CLR-R-OPT.
CLRC01     EVALUATE TRUE
CLRC01         WHEN WS-CLR-V1A = "//"
CLRC01              MOVE WS-CLR-V1      TO WK-C-VCLRC-PTYLINE
CLRC01              MOVE WS-CLR-V2 (1)  TO WS-CLR-BICLINE
CLRC01              MOVE SPACES         TO WS-CLR-R-V1
CLRC01         WHEN WS-CLR-V1B (1:2) = "//"
CLRC01              MOVE WS-CLR-V1B     TO WK-C-VCLRC-PTYLINE
CLRC01              MOVE WS-CLR-V2 (1)  TO WS-CLR-BICLINE
CLRC01              MOVE SPACES         TO WS-CLR-R-V1
CLRC01         WHEN WS-CLR-V2 (1) (1:2) = "//"
CLRC01              MOVE WS-CLR-V2 (1)  TO WK-C-VCLRC-PTYLINE
CLRC01              MOVE WS-CLR-V1B     TO WS-CLR-BICLINE
CLRC01              MOVE SPACES         TO WS-CLR-R-V2 (1)
CLRC01         WHEN OTHER
CLRC01              GO TO C011-CHECK-ONE-PARTY-EX
CLRC01     END-EVALUATE.
CLRC01
CLRC01     IF       WS-CLR-OPT (1:1) = "A"
CLRC01              OR WS-CLR-OPT (3:1) = "A"
CLRC01              MOVE WS-CLR-BICLINE (1:11) TO WK-C-VCLRC-BIC.
CLRC01     CALL     "TRFVCLRC"          USING WK-C-VCLRC-RECORD.
CLRC01     IF       WK-C-VCLRC-CLRIND NOT = "Y"
CLRC01              GO TO C011-CHECK-ONE-PARTY-EX.
CLRC01
CLRC01*    DIRECTORY UNREADABLE - THE CHAIN STILL RUNS ON THE FIELD AS
CLRC01*    SENT; THE ITEM IS NOT REPAIRED FOR OUR OWN FILE PROBLEM.
CLRC01     IF       WK-C-VCLRC-ERROR-CD = "COM0206"
CLRC01              DISPLAY "TRFGSTPD - TFSCLRDIR UNAVAILABLE - "
CLRC01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
CLRC01              GO TO C011-CHECK-ONE-PARTY-EX.
CLRC01
CLRC01     IF       WK-C-VCLRC-ERROR-CD NOT = SPACES
CLRC01              MOVE "C"            TO WS-ITEM-ERROR
CLRC01              MOVE SPACES         TO WS-CLR-RSNDESC
CLRC01              EVALUATE WK-C-VCLRC-ERROR-CD
CLRC01                  WHEN "SUP0245"
CLRC01                       MOVE " FORMAT"   TO WS-CLR-SUFFIX
CLRC01                  WHEN "SUP0246"
CLRC01                       MOVE " NOT IN DIR" TO WS-CLR-SUFFIX
CLRC01                  WHEN OTHER
CLRC01                       MOVE " BIC MISMATCH" TO WS-CLR-SUFFIX
CLRC01              END-EVALUATE
CLRC01              STRING WS-CLR-TAGID DELIMITED BY SIZE
CLRC01                     " "          DELIMITED BY SIZE
CLRC01                     WK-C-VCLRC-SCHEME DELIMITED BY SIZE
CLRC01                     WK-C-VCLRC-CLRCODE DELIMITED BY SPACE
CLRC01                     WS-CLR-SUFFIX DELIMITED BY "  "
CLRC01                     INTO WS-CLR-RSNDESC
CLRC01              GO TO C011-CHECK-ONE-PARTY-EX.
CLRC01
CLRC01*    NOTHING IN THE FIELD BUT THE CODE - PUT THE BANK IN AS
CLRC01*    OPTION A, KEEPING THE CODE AS ITS PARTY IDENTIFIER.
CLRC01     IF       WS-CLR-REST NOT = SPACES
CLRC01              OR WK-C-VCLRC-DERBIC = SPACES
CLRC01              GO TO C011-CHECK-ONE-PARTY-EX.
CLRC01     MOVE     SPACES              TO WS-CLR-PARTY.
CLRC01     MOVE     "A"                 TO WS-CLR-OPT.
CLRC01     MOVE     WK-C-VCLRC-DERBIC   TO WS-CLR-V1B.
CLRC01     MOVE     WK-C-VCLRC-PTYLINE  TO WS-CLR-V2 (1).
CLRC01     MOVE     "Y"                 TO WS-CLR-CODEONLY.
CLRC01     ADD      1                   TO WS-CLR-DRV-CNT.
CLRC01
CLRC01 C011-CHECK-ONE-PARTY-EX.
CLRC01     EXIT.
CLRC01
CLRC01 C013-RAISE-CLR-REPAIR.
CLRC01     MOVE     "R"                 TO TFSSPTL-PRCIND.
CLRC01     MOVE     SPACE               TO TFSSPTL-STRIND.
CLRC01     ADD      1                   TO WS-CLR-RPR-CNT.
CLRC01     ADD      1                   TO WS-RPR-CNT.
CLRC01     REWRITE  TFSSTPL-REC-1.
CLRC01     IF       NOT WK-C-SUCCESSFUL
CLRC01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
CLRC01              GO TO Y900-ABNORMAL-TERMINATION.
CLRC01     PERFORM  X800-LOG-STATUS
CLRC01        THRU  X899-LOG-STATUS-EX.
CLRC01
CLRC01     INITIALIZE                   WK-C-RRSN-RECORD.
CLRC01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
CLRC01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
CLRC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
CLRC01     MOVE     "RSN0414"           TO WK-C-RRSN-RSNCDE.
CLRC01     MOVE     WS-CLR-RSNDESC      TO WK-C-RRSN-RSNDESC.
CLRC01     MOVE     TFSSPTL-SENBNKID    TO WK-C-RRSN-ACCNO.
CLRC01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
CLRC01     ACCEPT   WS-TIME-RAW         FROM TIME.
CLRC01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
CLRC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
CLRC01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
CLRC01
CLRC01 C014-CHECK-CLEARING-CODES-EX.
CLRC01     EXIT.
CLRC01
FWD001*---------------------------------------------------------------*
FWD001 C015-CHECK-FORWARD.
FWD001*---------------------------------------------------------------*
FWD001*    THE CUSTOMER QUOTES THE CONTRACT AS "FWD" FOLLOWED BY THE
FWD001*    NUMBER (FWD/FX12345, FWD:FX12345, FWD FX12345) ANYWHERE IN
FWD001*    FIELD 70 OR IN A FIELD 72 NARRATIVE - THE FIRST ONE FOUND
FWD001*    COUNTS. A CONTRACT THAT CHECKS OUT IS RECORDED AS A PENDING
FWD001*    DRAWDOWN FOR TRFVTF1B TO CONVERT AT; ONE THAT DOES NOT
FWD001*    REPAIRS THE ITEM NAMING WHAT IS WRONG WITH IT. AN ITEM
FWD001*    QUOTING NO CONTRACT CONVERTS AT THE DAY RATE AS BEFORE.
FWD001*---------------------------------------------------------------*
FWD001     MOVE     SPACE               TO WS-ITEM-ERROR.
FWD001     MOVE     SPACES              TO WS-FWD-CTRNO.
FWD001     PERFORM  C016-SCAN-FWD-LINE
FWD001        THRU  C016-SCAN-FWD-LINE-EX
FWD001              VARYING WS-FWD-IX FROM 1 BY 1
FWD001              UNTIL WS-FWD-IX > 10
FWD001                 OR WS-FWD-CTRNO NOT = SPACES.
FWD001     IF       WS-FWD-CTRNO = SPACES
FWD001              GO TO C019-CHECK-FORWARD-EX.
FWD001
FWD001     INITIALIZE                   WK-C-VFWD-RECORD.
FWD001     MOVE     "VAL"               TO WK-C-VFWD-MODE.
FWD001     MOVE     TFSSPTL-PARALNO     TO WK-N-VFWD-PARALNO.
FWD001     MOVE     TFSSPTL-SEQNUM      TO WK-N-VFWD-SEQNUM.
FWD001     MOVE     WS-FWD-CTRNO        TO WK-C-VFWD-CTRNO.
FWD001     MOVE     TFSSPTL-TAG59-V1    TO WK-C-VFWD-CRACC.
FWD001     MOVE     TFSSPTL-CUYCD       TO WK-C-VFWD-CUYCD.
FWD001     MOVE     TFSSPTL-AMT         TO WK-N-VFWD-AMT.
FWD001     CALL     "TRFVFWD"           USING WK-C-VFWD-RECORD.
FWD001
FWD001     EVALUATE WK-C-VFWD-ERROR-CD
FWD001         WHEN SPACES
FWD001              GO TO C019-CHECK-FORWARD-EX
FWD001         WHEN "SUP0256"
FWD001              MOVE "RSN0420"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT NOT ON FILE"
FWD001                                  TO WS-FWD-RSNDESC
FWD001         WHEN "SUP0257"
FWD001              MOVE "RSN0421"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT EXPIRED/INACTIVE"
FWD001                                  TO WS-FWD-RSNDESC
FWD001         WHEN "SUP0258"
FWD001              MOVE "RSN0422"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT OVER-DRAWN"
FWD001                                  TO WS-FWD-RSNDESC
FWD001         WHEN "SUP0259"
FWD001              MOVE "RSN0423"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT - OTHER CUSTOMER"
FWD001                                  TO WS-FWD-RSNDESC
FWD001         WHEN "SUP0260"
FWD001              MOVE "RSN0424"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT CCY PAIR MISMATCH"
FWD001                                  TO WS-FWD-RSNDESC
FWD001         WHEN OTHER
FWD001*             CONTRACT FILES UNREADABLE - LEAVE THE ITEM FOR THE
FWD001*             NEXT CYCLE RATHER THAN CONVERT IT AT THE WRONG RATE.
FWD001              DISPLAY "TRFGSTPD - FWD CONTRACT CHECK ERROR "
FWD001                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
FWD001              MOVE "B"            TO WS-ITEM-ERROR
FWD001              GO TO C019-CHECK-FORWARD-EX
FWD001     END-EVALUATE.
FWD001
FWD001     MOVE     "R"                 TO TFSSPTL-PRCIND.
FWD001     MOVE     SPACE               TO TFSSPTL-STRIND.
FWD001     MOVE     "J"                 TO WS-ITEM-ERROR.
FWD001     ADD      1                   TO WS-FWD-RPR-CNT.
FWD001     ADD      1                   TO WS-RPR-CNT.
FWD001     REWRITE  TFSSTPL-REC-1.
FWD001     IF       NOT WK-C-SUCCESSFUL
FWD001              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
FWD001              GO TO Y900-ABNORMAL-TERMINATION.
FWD001     PERFORM  X800-LOG-STATUS
FWD001        THRU  X899-LOG-STATUS-EX.
FWD001     PERFORM  C018-RAISE-FWD-REPAIR
FWD001        THRU  C018-RAISE-FWD-REPAIR-EX.
FWD001
FWD001 C019-CHECK-FORWARD-EX.
FWD001     EXIT.
FWD001
FWD001 C016-SCAN-FWD-LINE.
FWD001     EVALUATE WS-FWD-IX
FWD001         WHEN 1
FWD001              MOVE TFSSPTL-TAG70-V1 TO WS-FWD-TEXT
FWD001         WHEN 2
FWD001              MOVE TFSSPTL-TAG70-V2 TO WS-FWD-TEXT
FWD001         WHEN 3
FWD001              MOVE TFSSPTL-TAG70-V3 TO WS-FWD-TEXT
FWD001         WHEN 4
FWD001              MOVE TFSSPTL-TAG70-V4 TO WS-FWD-TEXT
FWD001         WHEN OTHER
FWD001              MOVE WS-T72-TEXT (WS-FWD-IX - 4) TO WS-FWD-TEXT
FWD001     END-EVALUATE.
FWD001     IF       WS-FWD-TEXT = SPACES
FWD001              GO TO C016-SCAN-FWD-LINE-EX.
FWD001     PERFORM  C017-FIND-FWD-WORD
FWD001        THRU  C017-FIND-FWD-WORD-EX
FWD001              VARYING WS-FWD-POS FROM 1 BY 1
FWD001              UNTIL WS-FWD-POS > 68
FWD001                 OR WS-FWD-CTRNO NOT = SPACES.
FWD001
FWD001 C016-SCAN-FWD-LINE-EX.
FWD001     EXIT.
FWD001
FWD001 C017-FIND-FWD-WORD.
FWD001*    "FWD" MUST STAND AS A WORD OF ITS OWN, AND WHAT FOLLOWS IT
FWD001*    IS TAKEN AS A CONTRACT ONLY IF IT HOLDS A DIGIT - "PLS FWD
FWD001*    TO BENEFICIARY" OR "FWDING" QUOTE NO CONTRACT, AND THE
FWD001*    SCAN CARRIES ON.
FWD001     IF       WS-FWD-TEXT (WS-FWD-POS:3) NOT = "FWD"
FWD001              GO TO C017-FIND-FWD-WORD-EX.
FWD001     IF       WS-FWD-POS > 1
FWD001              MOVE WS-FWD-TEXT (WS-FWD-POS - 1:1) TO WS-FWD-CHAR
FWD001              IF NOT WS-FWD-SEPARATOR
FWD001                 GO TO C017-FIND-FWD-WORD-EX
FWD001              END-IF
FWD001     END-IF.
FWD001     COMPUTE  WS-FWD-START = WS-FWD-POS + 3.
FWD001     IF       WS-FWD-START > 70
FWD001              GO TO C017-FIND-FWD-WORD-EX.
FWD001     MOVE     WS-FWD-TEXT (WS-FWD-START:1) TO WS-FWD-CHAR.
FWD001     IF       NOT WS-FWD-SEPARATOR
FWD001              GO TO C017-FIND-FWD-WORD-EX.
FWD001     MOVE     "N"                 TO WS-FWD-SKIP-SW.
FWD001     PERFORM  C017-SKIP-FWD-SEPARATOR
FWD001        THRU  C017-SKIP-FWD-SEPARATOR-EX
FWD001              UNTIL WS-FWD-SKIP-SW = "Y".
FWD001     IF       WS-FWD-START > 70
FWD001              GO TO C017-FIND-FWD-WORD-EX.
FWD001     UNSTRING WS-FWD-TEXT (WS-FWD-START:)
FWD001              DELIMITED BY " " OR "/"
FWD001              INTO WS-FWD-CTRNO.
FWD001     MOVE     ZERO                TO WS-FWD-DIGITS.
FWD001     INSPECT  WS-FWD-CTRNO TALLYING WS-FWD-DIGITS
FWD001              FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
FWD001     IF       WS-FWD-DIGITS = ZERO
FWD001              MOVE SPACES         TO WS-FWD-CTRNO.
FWD001
FWD001 C017-FIND-FWD-WORD-EX.
FWD001     EXIT.
FWD001
FWD001 C017-SKIP-FWD-SEPARATOR.
FWD001     IF       WS-FWD-START > 70
FWD001              MOVE "Y"            TO WS-FWD-SKIP-SW
FWD001              GO TO C017-SKIP-FWD-SEPARATOR-EX.
FWD001     MOVE     WS-FWD-TEXT (WS-FWD-START:1) TO WS-FWD-CHAR.
FWD001     IF       WS-FWD-SEPARATOR
FWD001              ADD  1              TO WS-FWD-START
FWD001     ELSE
FWD001              MOVE "Y"            TO WS-FWD-SKIP-SW
FWD001     END-IF.
FWD001
FWD001 C017-SKIP-FWD-SEPARATOR-EX.
FWD001     EXIT.
FWD001
FWD001 C018-RAISE-FWD-REPAIR.
FWD001     INITIALIZE                   WK-C-RRSN-RECORD.
FWD001     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
FWD001     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
FWD001     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
FWD001     MOVE     WS-FWD-RSNCDE       TO WK-C-RRSN-RSNCDE.
FWD001     MOVE     WS-FWD-RSNDESC      TO WK-C-RRSN-RSNDESC.
FWD001     MOVE     TFSSPTL-SENBNKID    TO WK-C-RRSN-ACCNO.
FWD001     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
FWD001     ACCEPT   WS-TIME-RAW         FROM TIME.
FWD001     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
FWD001     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
FWD001     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
FWD001
FWD001 C018-RAISE-FWD-REPAIR-EX.
FWD001     EXIT.
T72C01*---------------------------------------------------------------*
T72C01 C020-CHECK-TAG72.
T72C01*---------------------------------------------------------------*
T72C01*    FIELD 72 IS TAKEN APART ONCE, THE FIRST TIME THE ITEM COMES
T72C01*    THROUGH, AND KEPT ON TFST72. A CODE WORD WE CANNOT ACT ON
T72C01*    REPAIRS NAMING IT. THE CHECK RIDES ON THE STRUCTURE BYTE OF
T72C01*    THE INCREMENTAL PLAN, AS THE TRAVEL RULE DOES - THE OFFICER
T72C01*    WHO RE-RELEASES THE ITEM HAS DEALT WITH THE INSTRUCTION.
T72C01*---------------------------------------------------------------*
T72C01     MOVE     SPACE               TO WS-ITEM-ERROR.
KWWL01     MOVE     SPACES              TO WS-T72-TEXTS.
T72C01     MOVE     SPACES              TO WS-T72-INSBIC
T72C01                                     WS-T72-ACCBIC
T72C01                                     WS-T72-INTABIC
T72C01                                     WS-T72-RSNDESC.
T72C01
T72C01     INITIALIZE                   TFST72-REC-1.
T72C01     MOVE     TFSSPTL-PARALNO     TO TFST72-PARALNO.
T72C01     MOVE     TFSSPTL-SEQNUM      TO TFST72-SEQNUM.
T72C01     READ     TFST72 KEY IS EXTERNALLY-DESCRIBED-KEY.
T72C01     IF       NOT WK-C-SUCCESSFUL
T72C01              PERFORM C024-CAPTURE-TAG72
T72C01                 THRU C024-CAPTURE-TAG72-EX
T72C01              IF WS-ITEM-ERROR = "B"
T72C01                 GO TO C023-CHECK-TAG72-EX
T72C01              END-IF
T72C01     END-IF.
T72C01     MOVE     TFST72-INSBIC       TO WS-T72-INSBIC.
T72C01     MOVE     TFST72-ACCBIC       TO WS-T72-ACCBIC.
T72C01     MOVE     TFST72-INTABIC      TO WS-T72-INTABIC.
KWWL01     PERFORM  C028-KEEP-T72-TEXT
KWWL01        THRU  C028-KEEP-T72-TEXT-EX
KWWL01              VARYING WS-T72-IX FROM 1 BY 1
KWWL01              UNTIL WS-T72-IX > 6.
T72C01
T72C01     IF       TFSSPTL-FASTRV NOT = SPACES
T72C01              AND TFSSPTL-FASTRV (1:1) NOT = "Y"
T72C01              GO TO C023-CHECK-TAG72-EX.
T72C01
T72C01     EVALUATE TFST72-STATUS
T72C01         WHEN "U"
T72C01              STRING "72 /"       DELIMITED BY SIZE
T72C01                     TFST72-BADCODE DELIMITED BY SPACE
T72C01                     "/ NOT SUPPORTED" DELIMITED BY SIZE
T72C01                     INTO WS-T72-RSNDESC
T72C01         WHEN "F"
T72C01              MOVE "72 NOT IN CODE-WORD FORMAT"
T72C01                                  TO WS-T72-RSNDESC
T72C01         WHEN OTHER
T72C01*             EVERY CODE WORD IS HANDLED - THE INTAKE'S GENERIC
T72C01*             TAG 72 FLAG NO LONGER STANDS.
T72C01              IF TFSSTPL-ERRT72 NOT = SPACE
T72C01                 MOVE SPACE       TO TFSSTPL-ERRT72
T72C01                 REWRITE TFSSTPL-REC-1
T72C01                 IF NOT WK-C-SUCCESSFUL
T72C01                    DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
T72C01                    GO TO Y900-ABNORMAL-TERMINATION
T72C01                 END-IF
T72C01              END-IF
T72C01              GO TO C023-CHECK-TAG72-EX
T72C01     END-EVALUATE.
T72C01
T72C01 C022-RAISE-T72-REPAIR.
T72C01     MOVE     "R"                 TO TFSSPTL-PRCIND.
T72C01     MOVE     SPACE               TO TFSSPTL-STRIND.
T72C01     MOVE     "Y"                 TO TFSSTPL-ERRT72.
T72C01     MOVE     "L"                 TO WS-ITEM-ERROR.
T72C01     ADD      1                   TO WS-T72-RPR-CNT.
T72C01     ADD      1                   TO WS-RPR-CNT.
T72C01     REWRITE  TFSSTPL-REC-1.
T72C01     IF       NOT WK-C-SUCCESSFUL
T72C01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
T72C01              GO TO Y900-ABNORMAL-TERMINATION.
T72C01     PERFORM  X800-LOG-STATUS
T72C01        THRU  X899-LOG-STATUS-EX.
T72C01
T72C01     INITIALIZE                   WK-C-RRSN-RECORD.
T72C01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
T72C01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
T72C01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
T72C01     MOVE     "RSN0412"           TO WK-C-RRSN-RSNCDE.
T72C01     MOVE     WS-T72-RSNDESC      TO WK-C-RRSN-RSNDESC.
T72C01     MOVE     TFSSPTL-SENBNKID    TO WK-C-RRSN-ACCNO.
T72C01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
T72C01     ACCEPT   WS-TIME-RAW         FROM TIME.
T72C01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
T72C01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
T72C01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
T72C01
T72C01 C023-CHECK-TAG72-EX.
T72C01     EXIT.
T72C01
T72C01*---------------------------------------------------------------*
T72C01 C024-CAPTURE-TAG72.
T72C01*---------------------------------------------------------------*
T72C01     INITIALIZE                   WK-C-VT72-RECORD.
T72C01     MOVE     TFSSPTL-PARALNO     TO WK-N-VT72-PARALNO.
T72C01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VT72-SEQNUM.
T72C01     MOVE     TFSSPTL-SWFTMGTY    TO WK-N-VT72-SWFTMGTY.
T72C01     CALL     "TRFVT72"           USING WK-C-VT72-RECORD.
T72C01*    JOURNAL UNREADABLE - LEAVE THE ITEM FOR THE NEXT CYCLE
T72C01*    RATHER THAN PROCESS IT BLIND TO ITS INSTRUCTIONS.
T72C01     IF       WK-C-VT72-ERROR-CD = "COM0206"
T72C01              DISPLAY "TRFGSTPD - 72 CAPTURE - UFIMIJ ERROR "
T72C01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
T72C01              MOVE "B"            TO WS-ITEM-ERROR
T72C01              GO TO C024-CAPTURE-TAG72-EX.
T72C01
T72C01     INITIALIZE                   TFST72-REC-1.
T72C01     MOVE     TFSSPTL-PARALNO     TO TFST72-PARALNO.
T72C01     MOVE     TFSSPTL-SEQNUM      TO TFST72-SEQNUM.
T72C01     EVALUATE TRUE
T72C01         WHEN WK-C-VT72-ERROR-CD = "SUP0243"
T72C01              MOVE "U"            TO TFST72-STATUS
T72C01         WHEN WK-C-VT72-ERROR-CD = "SUP0244"
T72C01              MOVE "F"            TO TFST72-STATUS
T72C01         WHEN WK-C-VT72-FOUND NOT = "Y"
T72C01              MOVE "N"            TO TFST72-STATUS
T72C01         WHEN OTHER
T72C01              MOVE "Y"            TO TFST72-STATUS
T72C01     END-EVALUATE.
T72C01     MOVE     WK-C-VT72-BADCODE   TO TFST72-BADCODE.
T72C01     MOVE     WK-N-VT72-CNT       TO TFST72-CNT.
T72C01     MOVE     WK-C-VT72-ENTRY (1) TO TFST72-ENTRY (1).
T72C01     MOVE     WK-C-VT72-ENTRY (2) TO TFST72-ENTRY (2).
T72C01     MOVE     WK-C-VT72-ENTRY (3) TO TFST72-ENTRY (3).
T72C01     MOVE     WK-C-VT72-ENTRY (4) TO TFST72-ENTRY (4).
T72C01     MOVE     WK-C-VT72-ENTRY (5) TO TFST72-ENTRY (5).
T72C01     MOVE     WK-C-VT72-ENTRY (6) TO TFST72-ENTRY (6).
T72C01     MOVE     WK-C-VT72-INSBIC    TO TFST72-INSBIC.
T72C01     MOVE     WK-C-VT72-ACCBIC    TO TFST72-ACCBIC.
T72C01     MOVE     WK-C-VT72-INTABIC   TO TFST72-INTABIC.
T72C01     MOVE     WK-C-VT72-NOTE      TO TFST72-NOTE.
T72C01     MOVE     WS-RUN-DATE-8       TO TFST72-CAPDTE.
T72C01     ACCEPT   WS-TIME-RAW         FROM TIME.
T72C01     MOVE     WS-TIME-RAW (1:6)   TO TFST72-CAPTIME.
T72C01     WRITE    TFST72-REC-1.
T72C01     IF       NOT WK-C-SUCCESSFUL
T72C01              DISPLAY "TRFGSTPD - WRITE ERROR - TFST72"
T72C01              GO TO Y900-ABNORMAL-TERMINATION.
T72C01
T72C01 C024-CAPTURE-TAG72-EX.
T72C01     EXIT.
KWWL01
KWWL01 C028-KEEP-T72-TEXT.
KWWL01     IF       WS-T72-IX <= TFST72-CNT
KWWL01              MOVE TFST72-TEXT (WS-T72-IX)
KWWL01                                  TO WS-T72-TEXT (WS-T72-IX).
KWWL01
KWWL01 C028-KEEP-T72-TEXT-EX.
KWWL01     EXIT.
T72C01
T72C01*---------------------------------------------------------------*
T72C01 C025-MATCH-T72-CHAIN.
T72C01*---------------------------------------------------------------*
T72C01*    A BIC QUOTED IN 72 /ACC/ OR /INTA/ MUST BE THE ACCOUNT-WITH
T72C01*    OR INTERMEDIARY INSTITUTION THE CREDIT-PARTY CHAIN RESOLVED
T72C01*    (OR, WHERE THE CHAIN RETURNS NONE, THE ONE FIELD 57/56
T72C01*    CARRIES). ANYTHING ELSE WOULD ROUTE THE FUNDS OTHER THAN THE
T72C01*    SENDER ASKED, SO THE ITEM REPAIRS. COMPARED ON THE FIRST
T72C01*    EIGHT CHARACTERS - THE BRANCH CODE DOES NOT MATTER HERE.
T72C01*---------------------------------------------------------------*
T72C01     IF       TFSSPTL-FASTRV NOT = SPACES
T72C01              AND TFSSPTL-FASTRV (1:1) NOT = "Y"
T72C01              GO TO C027-MATCH-T72-CHAIN-EX.
T72C01     IF       WS-T72-CHN-ACC = SPACES
T72C01              MOVE TFSSPTL-TAG57-V1B (1:11) TO WS-T72-CHN-ACC.
T72C01     IF       WS-T72-CHN-INTA = SPACES
T72C01              MOVE TFSSPTL-TAG56-V1B (1:11) TO WS-T72-CHN-INTA.
T72C01
T72C01     MOVE     SPACES              TO WS-T72-RSNDESC.
T72C01     IF       WS-T72-ACCBIC NOT = SPACES
T72C01              AND WS-T72-ACCBIC (1:8) NOT = WS-T72-CHN-ACC (1:8)
T72C01              STRING "72 /ACC/ "  DELIMITED BY SIZE
T72C01                     WS-T72-ACCBIC (1:8) DELIMITED BY SIZE
T72C01                     " OFF CHAIN" DELIMITED BY SIZE
T72C01                     INTO WS-T72-RSNDESC
T72C01              GO TO C026-RAISE-CHAIN-REPAIR.
T72C01     IF       WS-T72-INTABIC NOT = SPACES
T72C01              AND WS-T72-INTABIC (1:8) NOT = WS-T72-CHN-INTA (1:8)
T72C01              STRING "72 /INTA/ " DELIMITED BY SIZE
T72C01                     WS-T72-INTABIC (1:8) DELIMITED BY SIZE
T72C01                     " OFF CHAIN" DELIMITED BY SIZE
T72C01                     INTO WS-T72-RSNDESC
T72C01              GO TO C026-RAISE-CHAIN-REPAIR.
T72C01     GO TO    C027-MATCH-T72-CHAIN-EX.
T72C01
T72C01*    THE ITEM GOES TO REPAIR THROUGH THE NORMAL OUTCOME POSTING.
T72C01 C026-RAISE-CHAIN-REPAIR.
T72C01     MOVE     "Y"                 TO WS-ITEM-ERROR.
T72C01     ADD      1                   TO WS-T72-CHN-CNT.
T72C01     INITIALIZE                   WK-C-RRSN-RECORD.
T72C01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
T72C01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
T72C01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
T72C01     MOVE     "RSN0413"           TO WK-C-RRSN-RSNCDE.
T72C01     MOVE     WS-T72-RSNDESC      TO WK-C-RRSN-RSNDESC.
T72C01     MOVE     TFSSPTL-SENBNKID    TO WK-C-RRSN-ACCNO.
T72C01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
T72C01     ACCEPT   WS-TIME-RAW         FROM TIME.
T72C01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
T72C01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
T72C01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
T72C01
T72C01 C027-MATCH-T72-CHAIN-EX.
T72C01     EXIT.
T72C01
TRDS01*---------------------------------------------------------------*
TRDS01 C030-ROUTE-TRADE-PAYMENT.
TRDS01*---------------------------------------------------------------*
TRDS01*    TRFVTRAD LOOKS FOR AN OPEN TFSTRDREF TRADE REFERENCE IN
TRDS01*    FIELD 21, 70 OR 72. A MATCH PARKS THE ITEM ON THE TRADE-
TRDS01*    SETTLEMENT QUEUE (PRCIND "T") WITH THE MATCH RECORDED ON
TRDS01*    TFSTRDQUE, FOR THE TRADE DESK TO SETTLE OR RELEASE
TRDS01*    (TRFGTRDQ) - IT IS NOT A REPAIR, SO NO KPI REPAIR IS
TRDS01*    COUNTED. AN ITEM THE DESK HAS RELEASED IS NOT MATCHED
TRDS01*    AGAIN. PARTIAL AND OVER-PAYMENTS AGAINST THE AMOUNT
TRDS01*    OUTSTANDING ARE FLAGGED ON THE ROW AND IN THE RUN LOG.
TRDS01*---------------------------------------------------------------*
TRDS01     MOVE     SPACE               TO WS-ITEM-ERROR.
TRDS01     INITIALIZE                   WK-C-VTRAD-RECORD.
TRDS01     MOVE     "MAT"               TO WK-C-VTRAD-MODE.
TRDS01     MOVE     TFSSPTL-PARALNO     TO WK-N-VTRAD-PARALNO.
TRDS01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VTRAD-SEQNUM.
TRDS01     MOVE     TFSSPTL-CUYCD       TO WK-C-VTRAD-CUYCD.
TRDS01     MOVE     TFSSPTL-AMT         TO WK-N-VTRAD-AMT.
TRDS01     CALL     "TRFVTRAD"          USING WK-C-VTRAD-RECORD.
TRDS01
TRDS01*    TRADE FILES UNREADABLE - LEAVE THE ITEM FOR THE NEXT CYCLE
TRDS01*    RATHER THAN CREDIT A TRADE SETTLEMENT TO THE CUSTOMER.
TRDS01     IF       WK-C-VTRAD-ERROR-CD NOT = SPACES
TRDS01              DISPLAY "TRFGSTPD - TRADE REFERENCE CHECK ERROR "
TRDS01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
TRDS01              MOVE "B"            TO WS-ITEM-ERROR
TRDS01              GO TO C031-ROUTE-TRADE-PAYMENT-EX.
TRDS01     IF       WK-C-VTRAD-FOUND NOT = "Y"
TRDS01              GO TO C031-ROUTE-TRADE-PAYMENT-EX.
TRDS01
TRDS01     MOVE     "QUE"               TO WK-C-VTRAD-MODE.
TRDS01     CALL     "TRFVTRAD"          USING WK-C-VTRAD-RECORD.
TRDS01     IF       WK-C-VTRAD-ERROR-CD NOT = SPACES
TRDS01              DISPLAY "TRFGSTPD - TRADE QUEUE WRITE ERROR "
TRDS01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
TRDS01              MOVE "B"            TO WS-ITEM-ERROR
TRDS01              GO TO C031-ROUTE-TRADE-PAYMENT-EX.
TRDS01
TRDS01     MOVE     "T"                 TO TFSSPTL-PRCIND.
TRDS01     MOVE     SPACE               TO TFSSPTL-STRIND.
TRDS01     MOVE     "N"                 TO WS-ITEM-ERROR.
TRDS01     ADD      1                   TO WS-TRD-QUE-CNT.
TRDS01     REWRITE  TFSSTPL-REC-1.
TRDS01     IF       NOT WK-C-SUCCESSFUL
TRDS01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
TRDS01              GO TO Y900-ABNORMAL-TERMINATION.
TRDS01     PERFORM  X800-LOG-STATUS
TRDS01        THRU  X899-LOG-STATUS-EX.
TRDS01
TRDS01     IF       WK-C-VTRAD-PAYIND = "P"
TRDS01              ADD  1              TO WS-TRD-PAR-CNT
TRDS01              DISPLAY "TRFGSTPD - TRADE PART-PAYMENT "
TRDS01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
TRDS01                      " REF " WK-C-VTRAD-TRDREF.
TRDS01     IF       WK-C-VTRAD-PAYIND = "O"
TRDS01              ADD  1              TO WS-TRD-OVR-CNT
TRDS01              DISPLAY "TRFGSTPD - TRADE OVER-PAYMENT "
TRDS01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
TRDS01                      " REF " WK-C-VTRAD-TRDREF.
TRDS01
TRDS01 C031-ROUTE-TRADE-PAYMENT-EX.
TRDS01     EXIT.
TRDS01
POISN1*---------------------------------------------------------------*
POISN1 C032-STRIKE-SUSPECT.
POISN1*---------------------------------------------------------------*
UNATND C036-SET-SHIFT-PROFILE-EX.
UNATND     EXIT.
UNATND
CSUC01*---------------------------------------------------------------*
CSUC01 C037-TRANSLATE-RETIRED-CUY.
CSUC01*---------------------------------------------------------------*
CSUC01*    THE 32A AND THE 33B CURRENCY ARE EACH LOOKED UP ON
CSUC01*    TFSCUYSUC. INSIDE THE ACCEPTANCE WINDOW THE SUCCESSOR AND
CSUC01*    THE CONVERTED AMOUNT REPLACE THEM AND THE ORIGINALS ARE
CSUC01*    KEPT ON THE ITEM; A SIDE ALREADY TRANSLATED IS NOT LOOKED
CSUC01*    AT AGAIN ON A RE-RELEASE. PAST THE WINDOW THE ITEM REPAIRS
CSUC01*    NAMING THE SUCCESSOR, SO THE DESK CAN GO BACK TO THE SENDER.
CSUC01*---------------------------------------------------------------*
CSUC01     MOVE     SPACE               TO WS-ITEM-ERROR.
CSUC01     MOVE     "N"                 TO WS-CSUC-SW.
CSUC01
CSUC01     IF       TFSSPTL-ORIGCUY NOT = SPACES
CSUC01              GO TO C037-CHECK-33B.
CSUC01     INITIALIZE                   WK-C-VCSUC-RECORD.
CSUC01     MOVE     TFSSPTL-CUYCD       TO WK-C-VCSUC-CUYCD.
CSUC01     MOVE     TFSSPTL-AMT         TO WK-N-VCSUC-AMT.
CSUC01     MOVE     WS-RUN-DATE-8       TO WK-N-VCSUC-CHKDTE.
CSUC01     CALL     "TRFVCSUC"          USING WK-C-VCSUC-RECORD.
CSUC01     IF       WK-C-VCSUC-STATUS = "E"
CSUC01              MOVE TFSSPTL-CUYCD  TO WS-CSUC-BADCUY
CSUC01              GO TO C037-RAISE-RETIRED.
CSUC01     IF       WK-C-VCSUC-STATUS = "T"
CSUC01              MOVE TFSSPTL-CUYCD  TO TFSSPTL-ORIGCUY
CSUC01              MOVE TFSSPTL-AMT    TO TFSSPTL-ORIGAMT
CSUC01              MOVE WK-C-VCSUC-NEWCUY TO TFSSPTL-CUYCD
CSUC01              MOVE WK-N-VCSUC-NEWAMT TO TFSSPTL-AMT
CSUC01              MOVE "Y"            TO WS-CSUC-SW
CSUC01     END-IF.
CSUC01
CSUC01 C037-CHECK-33B.
CSUC01     IF       TFSSPTL-INSTRCUY = SPACES
CSUC01              OR TFSSPTL-ORIGICY NOT = SPACES
CSUC01              GO TO C037-SAVE-TRANSLATION.
CSUC01     INITIALIZE                   WK-C-VCSUC-RECORD.
CSUC01     MOVE     TFSSPTL-INSTRCUY    TO WK-C-VCSUC-CUYCD.
CSUC01     MOVE     TFSSPTL-INSTRAMT    TO WK-N-VCSUC-AMT.
CSUC01     MOVE     WS-RUN-DATE-8       TO WK-N-VCSUC-CHKDTE.
CSUC01     CALL     "TRFVCSUC"          USING WK-C-VCSUC-RECORD.
CSUC01     IF       WK-C-VCSUC-STATUS = "E"
CSUC01              MOVE TFSSPTL-INSTRCUY TO WS-CSUC-BADCUY
CSUC01              GO TO C037-RAISE-RETIRED.
CSUC01     IF       WK-C-VCSUC-STATUS = "T"
CSUC01              MOVE TFSSPTL-INSTRCUY TO TFSSPTL-ORIGICY
CSUC01              MOVE TFSSPTL-INSTRAMT TO TFSSPTL-ORIGIAMT
CSUC01              MOVE WK-C-VCSUC-NEWCUY TO TFSSPTL-INSTRCUY
CSUC01              MOVE WK-N-VCSUC-NEWAMT TO TFSSPTL-INSTRAMT
CSUC01              MOVE "Y"            TO WS-CSUC-SW
CSUC01     END-IF.
CSUC01
CSUC01 C037-SAVE-TRANSLATION.
CSUC01     IF       WS-CSUC-SW NOT = "Y"
CSUC01              GO TO C037-TRANSLATE-RETIRED-CUY-EX.
CSUC01     ADD      1                   TO WS-CSUC-TRN-CNT.
CSUC01     REWRITE  TFSSTPL-REC-1.
CSUC01     IF       NOT WK-C-SUCCESSFUL
CSUC01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
CSUC01              GO TO Y900-ABNORMAL-TERMINATION.
CSUC01     GO TO    C037-TRANSLATE-RETIRED-CUY-EX.
CSUC01
CSUC01 C037-RAISE-RETIRED.
CSUC01     MOVE     WK-C-VCSUC-NEWCUY   TO WS-CSUC-NEWCUY.
CSUC01     MOVE     "R"                 TO TFSSPTL-PRCIND.
CSUC01     MOVE     SPACE               TO TFSSPTL-STRIND.
CSUC01     MOVE     "M"                 TO WS-ITEM-ERROR.
CSUC01     ADD      1                   TO WS-CSUC-RPR-CNT.
CSUC01     ADD      1                   TO WS-RPR-CNT.
CSUC01     REWRITE  TFSSTPL-REC-1.
CSUC01     IF       NOT WK-C-SUCCESSFUL
CSUC01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
CSUC01              GO TO Y900-ABNORMAL-TERMINATION.
CSUC01     PERFORM  X800-LOG-STATUS
CSUC01        THRU  X899-LOG-STATUS-EX.
CSUC01
CSUC01     INITIALIZE                   WK-C-RRSN-RECORD.
CSUC01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
CSUC01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
CSUC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
CSUC01     MOVE     "RSN0427"           TO WK-C-RRSN-RSNCDE.
CSUC01     MOVE     SPACES              TO WK-C-RRSN-RSNDESC.
CSUC01     STRING   "RETIRED CCY "      DELIMITED BY SIZE
CSUC01              WS-CSUC-BADCUY      DELIMITED BY SIZE
CSUC01              " - USE "           DELIMITED BY SIZE
CSUC01              WS-CSUC-NEWCUY      DELIMITED BY SIZE
CSUC01              INTO WK-C-RRSN-RSNDESC.
CSUC01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
CSUC01     ACCEPT   WS-TIME-RAW         FROM TIME.
CSUC01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
CSUC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
CSUC01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
CSUC01
CSUC01 C037-TRANSLATE-RETIRED-CUY-EX.
CSUC01     EXIT.
CSUC01
CUYDP1*---------------------------------------------------------------*
CUYDP1 C038-CHECK-PRECISION.
CUYDP1*---------------------------------------------------------------*
CUYDP1 C039-CHECK-PRECISION-EX.
CUYDP1     EXIT.
CUYDP1
NOSC01*---------------------------------------------------------------*
NOSC01 C041-CHECK-CLOSED-NOSTRO.
NOSC01*---------------------------------------------------------------*
NOSC01*    THE ITEM'S REIMBURSEMENT BANK AND ACCOUNT (54, 53, ELSE THE
NOSC01*    SENDER) AGAINST THE TFSNOSCLS PLANS WHOSE CLOSURE DATE HAS
NOSC01*    COME. A MATCH REPAIRS NAMING THE REPLACEMENT, SO THE DESK
NOSC01*    CAN SETTLE OVER THE NEW NOSTRO OR GO BACK TO THE SENDER.
NOSC01*---------------------------------------------------------------*
NOSC01     MOVE     SPACE               TO WS-ITEM-ERROR.
NOSC01     INITIALIZE                   WK-C-VNOSC-RECORD.
NOSC01     MOVE     "C"                 TO WK-C-VNOSC-MODE.
NOSC01     MOVE     TFSSPTL-BNKENTITY   TO WK-C-VNOSC-BNKENTTY.
NOSC01     MOVE     TFSSPTL-CUYCD       TO WK-C-VNOSC-CUYCD.
NOSC01     MOVE     TFSSPTL-SENBNKID    TO WK-C-VNOSC-BANKID.
NOSC01     MOVE     TFSSPTL-TAG53       TO WK-C-VNOSC-TAG53.
NOSC01     MOVE     TFSSPTL-TAG54       TO WK-C-VNOSC-TAG54.
NOSC01     MOVE     WS-RUN-DATE-8       TO WK-N-VNOSC-CHKDTE.
NOSC01     CALL     "TRFVNOSC"          USING WK-C-VNOSC-RECORD.
NOSC01     IF       WK-C-VNOSC-ERROR-CD NOT = "SUP0273"
NOSC01              GO TO C041-CHECK-CLOSED-NOSTRO-EX.
NOSC01
NOSC01     MOVE     "R"                 TO TFSSPTL-PRCIND.
NOSC01     MOVE     SPACE               TO TFSSPTL-STRIND.
NOSC01     MOVE     "Z"                 TO WS-ITEM-ERROR.
NOSC01     ADD      1                   TO WS-NOSC-RPR-CNT.
NOSC01     ADD      1                   TO WS-RPR-CNT.
NOSC01     REWRITE  TFSSTPL-REC-1.
NOSC01     IF       NOT WK-C-SUCCESSFUL
NOSC01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
NOSC01              GO TO Y900-ABNORMAL-TERMINATION.
NOSC01     PERFORM  X800-LOG-STATUS
NOSC01        THRU  X899-LOG-STATUS-EX.
NOSC01
NOSC01     INITIALIZE                   WK-C-RRSN-RECORD.
NOSC01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
NOSC01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
NOSC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
NOSC01     MOVE     "RSN0428"           TO WK-C-RRSN-RSNCDE.
NOSC01     MOVE     SPACES              TO WK-C-RRSN-RSNDESC.
NOSC01*    A MOVE TO ANOTHER BANK NAMES THE NEW BANK, A NEW ACCOUNT
NOSC01*    AT THE SAME BANK NAMES THE NEW ACCOUNT.
NOSC01     IF       WK-C-VNOSC-NEWBANKID NOT = SPACES
NOSC01              AND WK-C-VNOSC-NEWBANKID NOT = WK-C-VNOSC-PBANKID
NOSC01              STRING "NOSTRO CLOSED, USE " DELIMITED BY SIZE
NOSC01                     WK-C-VNOSC-NEWBANKID DELIMITED BY SPACE
NOSC01                     INTO WK-C-RRSN-RSNDESC
NOSC01     ELSE
NOSC01              STRING "CLOSED AC, USE " DELIMITED BY SIZE
NOSC01                     WK-C-VNOSC-NEWACNO DELIMITED BY SPACE
NOSC01                     INTO WK-C-RRSN-RSNDESC
NOSC01     END-IF.
NOSC01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
NOSC01     ACCEPT   WS-TIME-RAW         FROM TIME.
NOSC01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
NOSC01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
NOSC01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
NOSC01
NOSC01 C041-CHECK-CLOSED-NOSTRO-EX.
NOSC01     EXIT.
NOSC01
STRC01*---------------------------------------------------------------*
STRC01 C040-CHECK-STRUCTURE.
STRC01*---------------------------------------------------------------*
TRVRUL     STRING   "ORIGINATOR INFO: " DELIMITED BY SIZE
TRVRUL              WK-C-V50CK-ERROR-CD DELIMITED BY SIZE
TRVRUL              INTO WK-C-RRSN-RSNDESC.
T72C01*    A RELAYED PAYMENT IS CHARGED TO THE INSTITUTION THAT
T72C01*    INSTRUCTED IT (72 /INS/), NOT TO THE BANK IN THE MIDDLE.
T72C01     IF       WS-T72-INSBIC NOT = SPACES
T72C01              MOVE WS-T72-INSBIC  TO WK-C-RRSN-ACCNO
T72C01              MOVE " /INS/"       TO WK-C-RRSN-RSNDESC (25:6)
T72C01     END-IF.
TRVRUL     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
TRVRUL     ACCEPT   WS-TIME-RAW         FROM TIME.
TRVRUL     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
SCRN01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VSCRN-SEQNUM.
SCRN01     MOVE     TFSSPTL-TAG50NM     TO WK-C-VSCRN-ORDCUSTNM.
SCRN01     MOVE     TFSSPTL-TAG59-V2 (1) TO WK-C-VSCRN-BENEFNM.
JURS01     MOVE     TFSSPTL-TAG50AD1    TO WK-C-VSCRN-ADDR (1).
JURS01     MOVE     TFSSPTL-TAG50AD2    TO WK-C-VSCRN-ADDR (2).
JURS01     MOVE     TFSSPTL-TAG59-V2 (2) TO WK-C-VSCRN-ADDR (3).
JURS01     MOVE     TFSSPTL-TAG59-V2 (3) TO WK-C-VSCRN-ADDR (4).
JURS01     MOVE     TFSSPTL-TAG59-V2 (4) TO WK-C-VSCRN-ADDR (5).
KWWL01     MOVE     TFSSPTL-TAG70-V1    TO WK-C-VSCRN-TAG70 (1).
KWWL01     MOVE     TFSSPTL-TAG70-V2    TO WK-C-VSCRN-TAG70 (2).
KWWL01     MOVE     TFSSPTL-TAG70-V3    TO WK-C-VSCRN-TAG70 (3).
KWWL01     MOVE     TFSSPTL-TAG70-V4    TO WK-C-VSCRN-TAG70 (4).
KWWL01*    C020 ONLY RUNS FOR THE TYPES THAT CARRY A FIELD 72.
KWWL01     IF       TFSSPTL-SWFTMGTY = 103 OR 202 OR 203 OR 205
KWWL01              MOVE WS-T72-TEXTS   TO WK-C-VSCRN-TAG72-ALL
KWWL01     END-IF.
SCRN01     MOVE     TFSSPTL-CUYCD       TO WK-C-VSCRN-CUYCD.
SCRN01     MOVE     TFSSPTL-AMT         TO WK-N-VSCRN-AMT.
UNATND     IF       WS-UNATND-SW = "Y"
SCRN01              MOVE "S"            TO TFSSPTL-PRCIND
SCRN01              MOVE "S"            TO WS-ITEM-ERROR
SCRN01              ADD  1              TO WS-SCRN-CNT
JURS01              IF WK-C-VSCRN-STATUS = "J"
JURS01                 ADD  1           TO WS-JURS-CNT
JURS01              END-IF
KWWL01              IF WK-C-VSCRN-STATUS = "K"
KWWL01                 ADD  1           TO WS-KWWL-CNT
KWWL01              END-IF
SCRN01              REWRITE TFSSTPL-REC-1
SCRN01              IF NOT WK-C-SUCCESSFUL
SCRN01                 DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
CHG71F C097-MOVE-ONE-71F-EX.
CHG71F     EXIT.
CHG71F
T23E01*---------------------------------------------------------------*
T23E01 C081-CHECK-23E.
T23E01*---------------------------------------------------------------*
T23E01*    FIELD 23E IS AN INSTRUCTION TO US AND IS NEVER IGNORED:
T23E01*    A CODE WE CANNOT ACT ON REPAIRS WITH THE CODE NAMED, AND
T23E01*    HOLD/PHOB/TELB WAIT ON THE BENEFICIARY-CONTACT QUEUE
T23E01*    UNTIL THE CONTACT HAS BEEN MADE.
T23E01*---------------------------------------------------------------*
T23E01     MOVE     SPACE               TO WS-ITEM-ERROR.
T23E01     MOVE     SPACES              TO WS-23E-RSNCDE
T23E01                                     WS-23E-RSNDESC.
T23E01*    AN ITEM THAT LANDED AFTER THIS CYCLE'S PRE-SWEEP PASS.
T23E01     IF       TFSSPTL-T23ESTS = SPACE
T23E01              PERFORM C084-CAPTURE-23E
T23E01                 THRU C084-CAPTURE-23E-EX.
T23E01*    JOURNAL UNREADABLE - LEAVE THE ITEM FOR THE NEXT CYCLE
T23E01*    RATHER THAN CREDIT IT BLIND TO ITS INSTRUCTIONS.
T23E01     IF       TFSSPTL-T23ESTS = SPACE
T23E01              MOVE "B"            TO WS-ITEM-ERROR
T23E01              GO TO C083-CHECK-23E-EX.
T23E01
T23E01     IF       TFSSPTL-T23ESTS = "X"
T23E01              MOVE "RSN0410"      TO WS-23E-RSNCDE
T23E01              MOVE "MORE 23E CODES THAN SUPPORTED"
T23E01                                  TO WS-23E-RSNDESC
T23E01              GO TO C082-RAISE-23E-REPAIR.
T23E01     IF       TFSSPTL-T23ECNT = ZERO
T23E01              GO TO C083-CHECK-23E-EX.
T23E01
T23E01     INITIALIZE                   WK-C-V23E-RECORD.
T23E01     MOVE     "V"                 TO WK-C-V23E-OPTION.
T23E01     MOVE     TFSSPTL-PARALNO     TO WK-N-V23E-PARALNO.
T23E01     MOVE     TFSSPTL-SEQNUM      TO WK-N-V23E-SEQNUM.
T23E01     MOVE     TFSSPTL-T23ECNT     TO WK-N-V23E-CNT.
T23E01     MOVE     TFSSPTL-T23E (1)    TO WK-C-V23E-ENTRY (1).
T23E01     MOVE     TFSSPTL-T23E (2)    TO WK-C-V23E-ENTRY (2).
T23E01     MOVE     TFSSPTL-T23E (3)    TO WK-C-V23E-ENTRY (3).
T23E01     MOVE     TFSSPTL-T23E (4)    TO WK-C-V23E-ENTRY (4).
T23E01     CALL     "TRFV23E"           USING WK-C-V23E-RECORD.
T23E01     IF       WK-C-V23E-ERROR-CD NOT = SPACES
T23E01              MOVE "RSN0410"      TO WS-23E-RSNCDE
T23E01              STRING "23E CODE "  DELIMITED BY SIZE
T23E01                     WK-C-V23E-BADCODE DELIMITED BY SIZE
T23E01                     " NOT SUPPORTED" DELIMITED BY SIZE
T23E01                     INTO WS-23E-RSNDESC
T23E01              GO TO C082-RAISE-23E-REPAIR.
T23E01
T23E01     IF       WK-N-V23E-HOLDIX = ZERO
T23E01              GO TO C083-CHECK-23E-EX.
T23E01     PERFORM  C086-DIVERT-FOR-CONTACT
T23E01        THRU  C086-DIVERT-FOR-CONTACT-EX.
T23E01     IF       WS-23E-RSNCDE = SPACES
T23E01              GO TO C083-CHECK-23E-EX.
T23E01
T23E01 C082-RAISE-23E-REPAIR.
T23E01     MOVE     "R"                 TO TFSSPTL-PRCIND.
T23E01     MOVE     SPACE               TO TFSSPTL-STRIND.
T23E01     MOVE     "E"                 TO WS-ITEM-ERROR.
T23E01     ADD      1                   TO WS-23E-RPR-CNT.
T23E01     ADD      1                   TO WS-RPR-CNT.
T23E01     REWRITE  TFSSTPL-REC-1.
T23E01     IF       NOT WK-C-SUCCESSFUL
T23E01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
T23E01              GO TO Y900-ABNORMAL-TERMINATION.
T23E01     PERFORM  X800-LOG-STATUS
T23E01        THRU  X899-LOG-STATUS-EX.
T23E01
T23E01     INITIALIZE                   WK-C-RRSN-RECORD.
T23E01     MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
T23E01     MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
T23E01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-FUNCTID.
T23E01     MOVE     WS-23E-RSNCDE       TO WK-C-RRSN-RSNCDE.
T23E01     MOVE     WS-23E-RSNDESC      TO WK-C-RRSN-RSNDESC.
T23E01     MOVE     TFSSPTL-SENBNKID    TO WK-C-RRSN-ACCNO.
T23E01     MOVE     WS-RUN-DATE-8       TO WK-C-RRSN-RPRDTE.
T23E01     ACCEPT   WS-TIME-RAW         FROM TIME.
T23E01     MOVE     WS-TIME-RAW (1:6)   TO WK-C-RRSN-RPRTIME.
T23E01     MOVE     "TRFGSTPD"          TO WK-C-RRSN-RPRPGM.
T23E01     CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.
T23E01
T23E01 C083-CHECK-23E-EX.
T23E01     EXIT.
T23E01
T23E01*---------------------------------------------------------------*
T23E01 C084-CAPTURE-23E.
T23E01*---------------------------------------------------------------*
T23E01*    TAKE THE 23E CODES FROM THE JOURNAL BODY ONTO THE ITEM.
T23E01*    SDVA (SAME-DAY VALUE) PUTS THE ITEM AT THE FRONT OF THE
T23E01*    PRIORITY ORDER.
T23E01*---------------------------------------------------------------*
T23E01     INITIALIZE                   WK-C-V23E-RECORD.
T23E01     MOVE     "C"                 TO WK-C-V23E-OPTION.
T23E01     MOVE     TFSSPTL-PARALNO     TO WK-N-V23E-PARALNO.
T23E01     MOVE     TFSSPTL-SEQNUM      TO WK-N-V23E-SEQNUM.
T23E01     CALL     "TRFV23E"           USING WK-C-V23E-RECORD.
T23E01     IF       WK-C-V23E-ERROR-CD = "COM0206"
T23E01              DISPLAY "TRFGSTPD - 23E CAPTURE - UFIMIJ ERROR "
T23E01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
T23E01              GO TO C084-CAPTURE-23E-EX.
T23E01
T23E01     MOVE     WK-N-V23E-CNT       TO TFSSPTL-T23ECNT.
T23E01     MOVE     WK-C-V23E-ENTRY (1) TO TFSSPTL-T23E (1).
T23E01     MOVE     WK-C-V23E-ENTRY (2) TO TFSSPTL-T23E (2).
T23E01     MOVE     WK-C-V23E-ENTRY (3) TO TFSSPTL-T23E (3).
T23E01     MOVE     WK-C-V23E-ENTRY (4) TO TFSSPTL-T23E (4).
T23E01     IF       WK-C-V23E-ERROR-CD = "SUP0242"
T23E01              MOVE "X"            TO TFSSPTL-T23ESTS
T23E01     ELSE
T23E01              MOVE "Y"            TO TFSSPTL-T23ESTS
T23E01     END-IF.
T23E01     IF       WK-C-V23E-SDVAIND = "Y"
T23E01              AND TFSSPTL-PRITIER NOT = 1
T23E01              MOVE 1              TO TFSSPTL-PRITIER
T23E01              ADD  1              TO WS-SDVA-CNT
T23E01     END-IF.
T23E01     REWRITE  TFSSTPL-REC-1.
T23E01     IF       NOT WK-C-SUCCESSFUL
T23E01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
T23E01              GO TO Y900-ABNORMAL-TERMINATION.
T23E01
T23E01 C084-CAPTURE-23E-EX.
T23E01     EXIT.
T23E01
T23E01*---------------------------------------------------------------*
T23E01 C086-DIVERT-FOR-CONTACT.
T23E01*---------------------------------------------------------------*
T23E01*    FIRST SIGHT OPENS THE CONTACT ROW AND PARKS THE ITEM.
T23E01*    ONCE TRFGBCNT HAS RECORDED THE OUTCOME AND RELEASED IT,
T23E01*    A CONTACT MADE ("C") LETS THE ITEM ON THROUGH THE CHAIN
T23E01*    AND A FAILED CONTACT ("F") SENDS IT TO REPAIR.
T23E01*---------------------------------------------------------------*
T23E01     INITIALIZE                   TFSBCNTQ-REC-1.
T23E01     MOVE     TFSSPTL-PARALNO     TO TFSBCNTQ-PARALNO.
T23E01     MOVE     TFSSPTL-SEQNUM      TO TFSBCNTQ-SEQNUM.
T23E01     READ     TFSBCNTQ KEY IS EXTERNALLY-DESCRIBED-KEY.
T23E01     IF       WK-C-SUCCESSFUL
T23E01              IF TFSBCNTQ-STATUS = "C"
T23E01                 GO TO C086-DIVERT-FOR-CONTACT-EX
T23E01              END-IF
T23E01              IF TFSBCNTQ-STATUS = "F"
T23E01                 MOVE "RSN0411"   TO WS-23E-RSNCDE
T23E01                 STRING "23E "    DELIMITED BY SIZE
T23E01                        TFSBCNTQ-T23ECODE DELIMITED BY SIZE
T23E01                        " - BENEF NOT CONTACTED"
T23E01                                  DELIMITED BY SIZE
T23E01                        INTO WS-23E-RSNDESC
T23E01                 GO TO C086-DIVERT-FOR-CONTACT-EX
T23E01              END-IF
T23E01     ELSE
T23E01              INITIALIZE          TFSBCNTQ-REC-1
T23E01              MOVE TFSSPTL-PARALNO TO TFSBCNTQ-PARALNO
T23E01              MOVE TFSSPTL-SEQNUM TO TFSBCNTQ-SEQNUM
T23E01              MOVE TFSSPTL-T23E-CODE (WK-N-V23E-HOLDIX)
T23E01                                  TO TFSBCNTQ-T23ECODE
T23E01              MOVE TFSSPTL-T23E-INF (WK-N-V23E-HOLDIX)
T23E01                                  TO TFSBCNTQ-CNTINFO
T23E01              MOVE TFSSPTL-SENBNKID TO TFSBCNTQ-SENBNKID
T23E01              MOVE TFSSPTL-CUYCD  TO TFSBCNTQ-CUYCD
T23E01              MOVE TFSSPTL-AMT    TO TFSBCNTQ-AMT
T23E01              MOVE TFSSPTL-TAG59-V1 TO TFSBCNTQ-BENACCT
T23E01              MOVE TFSSPTL-TAG59-V2 (1) TO TFSBCNTQ-BENNAME
T23E01              MOVE "O"            TO TFSBCNTQ-STATUS
T23E01              MOVE WS-RUN-DATE-8  TO TFSBCNTQ-OPNDTE
T23E01              ACCEPT WS-TIME-RAW  FROM TIME
T23E01              MOVE WS-TIME-RAW (1:6) TO TFSBCNTQ-OPNTIME
T23E01              WRITE TFSBCNTQ-REC-1
T23E01              IF NOT WK-C-SUCCESSFUL
T23E01                 DISPLAY "TRFGSTPD - WRITE ERROR - TFSBCNTQ"
T23E01                 GO TO Y900-ABNORMAL-TERMINATION
T23E01              END-IF
T23E01     END-IF.
T23E01
T23E01     MOVE     "H"                 TO TFSSPTL-PRCIND.
T23E01     MOVE     "B"                 TO WS-ITEM-ERROR.
T23E01     ADD      1                   TO WS-BCNT-CNT.
T23E01     REWRITE  TFSSTPL-REC-1.
T23E01     IF       NOT WK-C-SUCCESSFUL
T23E01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSSTPL"
T23E01              GO TO Y900-ABNORMAL-TERMINATION.
T23E01     PERFORM  X800-LOG-STATUS
T23E01        THRU  X899-LOG-STATUS-EX.
T23E01     DISPLAY  "TRFGSTPD - 23E " TFSBCNTQ-T23ECODE
T23E01              " - BENEFICIARY CONTACT " TFSSPTL-PARALNO
T23E01              "/" TFSSPTL-SEQNUM.
T23E01
T23E01 C086-DIVERT-FOR-CONTACT-EX.
T23E01     EXIT.
T23E01
CASE01*---------------------------------------------------------------*
CASE01 C080-WARN-OPEN-CASE.
CASE01*---------------------------------------------------------------*
           MOVE     TFSSPTL-SEQNUM      TO WK-VTB1-SRQNUM.
           CALL     "TRFVTB1"           USING WK-VTB1.
           MOVE     WK-VTB1-ERROR-FOUND TO WS-ITEM-ERROR.
T72C01     IF       WS-ITEM-ERROR NOT = "Y"
T72C01              MOVE WK-VTB1-ACBNKID     TO WS-T72-CHN-ACC
T72C01              MOVE WK-VTB1-INTEMBNKID  TO WS-T72-CHN-INTA
T72C01              PERFORM C025-MATCH-T72-CHAIN
T72C01                 THRU C027-MATCH-T72-CHAIN-EX
T72C01     END-IF.

       C199-VALIDATE-MT103-EX.
           EXIT.
           MOVE     TFSSPTL-SEQNUM      TO WK-VTE2-SERQNM.
           CALL     "TRFVTE2"           USING WK-VTE2.
           MOVE     WK-VTE2-ERROR-FOUND TO WS-ITEM-ERROR.
T72C01     IF       WS-ITEM-ERROR NOT = "Y"
T72C01              MOVE WK-VTE2-ACCNKID     TO WS-T72-CHN-ACC
T72C01              MOVE SPACES              TO WS-T72-CHN-INTA
T72C01              PERFORM C025-MATCH-T72-CHAIN
T72C01                 THRU C027-MATCH-T72-CHAIN-EX
T72C01     END-IF.

       C399-VALIDATE-MT202-EX.
           EXIT.

MT204X*---------------------------------------------------------------*
MT204X C400-VALIDATE-MT204.
MT204X*---------------------------------------------------------------*
MT204X*    A DIRECT DEBIT IS HONOURED ONLY UNDER A LIVE AUTHORITY ON
MT204X*    TFSDDAUTH FOR THIS CLAIMANT (THE SENDER), DEBIT
MT204X*    INSTITUTION (53A) AND CURRENCY, UP TO ITS AMOUNT - AND
MT204X*    THEN ONLY IF THE DEBIT PARTY PASSES THE TRFVTD1 CHECKS.
MT204X*    A DEBIT THAT CANNOT BE HONOURED FALLS TO REPAIR AND THE
MT204X*    CLAIMANT IS SENT THE MT299 REJECTION WITH THE REASON.
MT204X*---------------------------------------------------------------*
MT204X     MOVE     SPACE               TO WS-ITEM-ERROR.
MT204X     INITIALIZE                   WK-C-VDDA-RECORD.
MT204X     MOVE     TFSSPTL-SENBNKID    TO WK-C-VDDA-CLAIMBIC.
MT204X     MOVE     TFSSPTL-TAG53-V1B (1:11) TO WK-C-VDDA-DRBIC.
MT204X     MOVE     TFSSPTL-CUYCD       TO WK-C-VDDA-CUYCD.
MT204X     MOVE     TFSSPTL-AMT         TO WK-N-VDDA-AMT.
MT204X     MOVE     TFSSPTL-VALDTE      TO WK-N-VDDA-VALDTE.
MT204X     CALL     "TRFVDDA"           USING WK-C-VDDA-RECORD.
MT204X
MT204X*    THE REGISTER CANNOT BE READ - REPAIR, BUT NO REJECTION
MT204X*    GOES OUT FOR WHAT MAY WELL BE A GOOD DEBIT.
MT204X     IF       WK-C-VDDA-ERROR-CD = "COM0206"
MT204X              DISPLAY "TRFGSTPD - TFSDDAUTH UNAVAILABLE - ITEM "
MT204X                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
MT204X              MOVE "Y"            TO WS-ITEM-ERROR
MT204X              GO TO C499-VALIDATE-MT204-EX.
MT204X
MT204X     MOVE     SPACES              TO WK-C-DDRJ-RSNCDE
MT204X                                     WK-C-DDRJ-RSNTXT.
MT204X     EVALUATE WK-C-VDDA-ERROR-CD
MT204X         WHEN "SUP0231"
MT204X              MOVE "RSN0406"      TO WK-C-DDRJ-RSNCDE
MT204X              MOVE "MT204: NO DEBIT AUTHORITY"
MT204X                                  TO WK-C-DDRJ-RSNTXT
MT204X         WHEN "SUP0232"
MT204X              MOVE "RSN0407"      TO WK-C-DDRJ-RSNCDE
MT204X              MOVE "MT204: AUTHORITY NOT IN FORCE"
MT204X                                  TO WK-C-DDRJ-RSNTXT
MT204X         WHEN "SUP0233"
MT204X              MOVE "RSN0408"      TO WK-C-DDRJ-RSNCDE
MT204X              MOVE "MT204: OVER AUTHORISED AMOUNT"
MT204X                                  TO WK-C-DDRJ-RSNTXT
MT204X     END-EVALUATE.
MT204X     IF       WK-C-DDRJ-RSNCDE NOT = SPACES
MT204X              INITIALIZE          WK-C-RRSN-RECORD
MT204X              MOVE TFSSPTL-PARALNO TO WK-C-RRSN-QUENUM
MT204X              MOVE TFSSPTL-SEQNUM TO WK-C-RRSN-QUESUF
MT204X              MOVE TFSSPTL-PRNTREF (1:12) TO WK-C-RRSN-TRNNO
MT204X              MOVE "TRFGSTPD"     TO WK-C-RRSN-FUNCTID
MT204X              MOVE WK-C-DDRJ-RSNCDE TO WK-C-RRSN-RSNCDE
MT204X              MOVE WK-C-DDRJ-RSNTXT TO WK-C-RRSN-RSNDESC
MT204X              MOVE TFSSPTL-TAG53-V1B (1:11) TO WK-C-RRSN-ACCNO
MT204X              MOVE WS-RUN-DATE-8  TO WK-C-RRSN-RPRDTE
MT204X              ACCEPT WS-TIME-RAW  FROM TIME
MT204X              MOVE WS-TIME-RAW (1:6) TO WK-C-RRSN-RPRTIME
MT204X              MOVE "TRFGSTPD"     TO WK-C-RRSN-RPRPGM
MT204X              CALL "TRFGRRSN"     USING WK-C-RRSN-RECORD
MT204X              PERFORM C450-REJECT-MT204
MT204X                 THRU C459-REJECT-MT204-EX
MT204X              GO TO C499-VALIDATE-MT204-EX.
MT204X
MT204X*    AUTHORISED - THE DEBIT LEG GOES THROUGH THE DEBIT-PARTY
MT204X*    CHECKS, WHICH RAISE THEIR OWN REPAIR REASONS.
MT204X     INITIALIZE                   WK-VTD1.
MT204X     MOVE     TFSSPTL-PARALNO     TO WK-VTD1-PARALNO.
MT204X     MOVE     TFSSPTL-SEQNUM      TO WK-VTD1-SEQNUM.
MT204X     CALL     "TRFVTD1"           USING WK-VTD1.
MT204X     MOVE     WK-VTD1-ERROR-FOUND TO WS-ITEM-ERROR.
MT204X     IF       WS-ITEM-ERROR = "Y"
MT204X              MOVE "RSN0409"      TO WK-C-DDRJ-RSNCDE
MT204X              MOVE "MT204: DEBIT PARTY NOT ACCEPTED"
MT204X                                  TO WK-C-DDRJ-RSNTXT
MT204X              PERFORM C450-REJECT-MT204
MT204X                 THRU C459-REJECT-MT204-EX
MT204X     END-IF.
MT204X
MT204X C499-VALIDATE-MT204-EX.
MT204X     EXIT.
MT204X
MT204X*---------------------------------------------------------------*
MT204X C450-REJECT-MT204.
MT204X*---------------------------------------------------------------*
MT204X     MOVE     "Y"                 TO WS-ITEM-ERROR.
MT204X     MOVE     TFSSPTL-PARALNO     TO WK-N-DDRJ-PARALNO.
MT204X     MOVE     TFSSPTL-SEQNUM      TO WK-N-DDRJ-SEQNUM.
MT204X     MOVE     TFSSPTL-SENBNKID    TO WK-C-DDRJ-RCVBIC.
MT204X     MOVE     TFSSPTL-TAG53-V1B (1:11) TO WK-C-DDRJ-DRBIC.
MT204X     MOVE     TFSSPTL-PRNTREF     TO WK-C-DDRJ-PRNTREF.
MT204X     MOVE     TFSSPTL-CUYCD       TO WK-C-DDRJ-CUYCD.
MT204X     MOVE     TFSSPTL-AMT         TO WK-N-DDRJ-AMT.
MT204X     CALL     "TRFGDDRJ"          USING WK-C-DDRJ-RECORD.
MT204X     IF       WK-C-DDRJ-SENT = "Y"
MT204X              ADD  1              TO WS-DD-REJ-CNT
MT204X     END-IF.
MT204X     IF       WK-C-DDRJ-ERROR-CD NOT = SPACES
MT204X              DISPLAY "TRFGSTPD - MT204 REJECTION NOT SENT "
MT204X                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
MT204X                      " " WK-C-DDRJ-ERROR-CD
MT204X     END-IF.
MT204X
MT204X C459-REJECT-MT204-EX.
MT204X     EXIT.

      *---------------------------------------------------------------*
       D000-POST-OUTCOME.
      *---------------------------------------------------------------*
HIVAL1              IF WS-ITEM-ERROR = "H"
HIVAL1                 GO TO D090-REWRITE-ITEM
HIVAL1              END-IF
FWD001*    THE FORWARD IS DRAWN BEFORE THE FUNDS CHECKS - A DRAWN
FWD001*    CONTRACT IS NEVER DRAWN TWICE, BUT THE VOSTRO DEBIT IN
FWD001*    D540 IS, SO D540 IS THE LAST STEP THAT CAN STILL FAIL.
FWD001              IF TFSSPTL-SWFTMGTY = 103
FWD001                 PERFORM D620-DRAW-FORWARD
FWD001                    THRU D629-DRAW-FORWARD-EX
FWD001                 IF WS-ITEM-ERROR = "J"
FWD001                    GO TO D090-REWRITE-ITEM
FWD001                 END-IF
FWD001              END-IF
MT204X*    A DIRECT DEBIT DRAWS ON A VOSTRO, NOT ON OUR NOSTRO.
MT204X              IF TFSSPTL-SWFTMGTY NOT = 204
NFND01              PERFORM D550-CHECK-NOSTRO-FUNDS
NFND01                 THRU D559-CHECK-NOSTRO-FUNDS-EX
NFND01              IF WS-ITEM-ERROR = "F"
NFND01                 GO TO D090-REWRITE-ITEM
NFND01              END-IF
MT204X              END-IF
VOSB01              PERFORM D540-CHECK-VOSTRO-FUNDS
VOSB01                 THRU D549-CHECK-VOSTRO-FUNDS-EX
VOSB01              IF WS-ITEM-ERROR = "F"
VOSB01                 GO TO D090-REWRITE-ITEM
VOSB01              END-IF
                    MOVE "Y"            TO TFSSPTL-PRCIND
                    MOVE "Y"            TO TFSSPTL-STRIND
                    ADD  1              TO WS-STP-CNT
BENH01              PERFORM D580-UPDATE-BENEF-HIST
BENH01                 THRU D589-UPDATE-BENEF-HIST-EX
BKTR01              PERFORM D600-TRY-BOOK-TRANSFER
BKTR01                 THRU D699-TRY-BOOK-TRANSFER-EX
CHG71A              IF TFSSPTL-SWFTMGTY = 103
REMI01                    THRU D799-BUILD-NARRATIVE-EX
CADV01                 PERFORM D750-SEND-CREDIT-ADVICE
CADV01                    THRU D759-SEND-CREDIT-ADVICE-EX
RMNT01                 MOVE "P"         TO WS-RMNT-EVTTYP
RMNT01                 PERFORM D780-NOTIFY-RM
RMNT01                    THRU D789-NOTIFY-RM-EX
DCLR01                 PERFORM D760-RAISE-DOMESTIC-ONWARD
DCLR01                    THRU D769-RAISE-DOMESTIC-ONWARD-EX
CHG71A              END-IF
RTFN01              PERFORM D770-TRACK-RTGS-LEG
RTFN01                 THRU D779-TRACK-RTGS-LEG-EX
VOSB01              PERFORM D530-POST-VOSTRO-CREDIT
VOSB01                 THRU D539-POST-VOSTRO-CREDIT-EX
CONF01              PERFORM D300-SEND-CONFIRMATION
CONF01                 THRU D399-SEND-CONFIRMATION-EX
GPIC01              PERFORM D350-SEND-GPI-CONFIRM
CADV01     MOVE     TFSSPTL-TAG70-V4    TO WK-C-CADV-TAG70-V4.
CHG71F     MOVE     WS-71F-TOTCHG       TO WK-N-CADV-PRIORCHG.
GSTCHG     MOVE     WS-CHG-GSTAMT       TO WK-N-CADV-GSTAMT.
SETP01*    A CREDIT MOVED TO THE CUSTOMER'S ACCOUNT IN THE PAYMENT
SETP01*    CURRENCY IS ADVISED AGAINST THE ACCOUNT QUOTED, SHOWING BOTH.
SETP01     INITIALIZE                   WK-C-VSETP-RECORD.
SETP01     MOVE     "GET"               TO WK-C-VSETP-MODE.
SETP01     MOVE     TFSSPTL-PARALNO     TO WK-N-VSETP-PARALNO.
SETP01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VSETP-SEQNUM.
SETP01     CALL     "TRFVSETP"          USING WK-C-VSETP-RECORD.
SETP01     IF       WK-C-VSETP-ERROR-CD = SPACES
SETP01              AND WK-C-VSETP-FOUND = "Y"
SETP01              MOVE WK-C-VSETP-SETACC TO WK-C-CADV-SETACC
SETP01     END-IF.
CADV01     CALL     "TRFGCADV"          USING WK-C-CADV-RECORD.
CADV01
CADV01 D759-SEND-CREDIT-ADVICE-EX.
CADV01     EXIT.
CADV01
DCLR01*---------------------------------------------------------------*
DCLR01 D760-RAISE-DOMESTIC-ONWARD.
DCLR01*---------------------------------------------------------------*
DCLR01*    A LOCAL-CURRENCY CREDIT TO A BENEFICIARY AT ANOTHER LOCAL
DCLR01*    BANK (TRFVTB1 GAVE THE MEPS+ CREDIT MODE) GOES ONWARD IN
DCLR01*    THE CHEAPEST SCHEME THE RULES ALLOW. PRIORITY TIER 1 (SDVA
DCLR01*    AND THE OTHER URGENT CLASSES) COUNTS AS URGENT. AN ERROR
DCLR01*    LEAVES THE LEG ON MEPS+ AS BEFORE AND IS REPORTED.
DCLR01*---------------------------------------------------------------*
DCLR01     IF       WK-VTB1-PMODE NOT = "MAS"
DCLR01              OR TFSSPTL-CUYCD NOT = WS-LCL-CUYCD
DCLR01              OR TFSSTPL-CRMODE = "BOOKTRF"
DCLR01              GO TO D769-RAISE-DOMESTIC-ONWARD-EX.
DCLR01
DCLR01     INITIALIZE                   WK-C-VDCLI-RECORD.
DCLR01     MOVE     TFSSPTL-PARALNO     TO WK-N-VDCLI-PARALNO.
DCLR01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VDCLI-SEQNUM.
DCLR01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-VDCLI-PU.
DCLR01     MOVE     TFSSPTL-CUYCD       TO WK-C-VDCLI-CUYCD.
DCLR01     IF       TFSSPTL-CRAMT > ZERO
DCLR01              MOVE TFSSPTL-CRAMT  TO WK-N-VDCLI-AMT
DCLR01     ELSE
DCLR01              MOVE TFSSPTL-AMT    TO WK-N-VDCLI-AMT
DCLR01     END-IF.
DCLR01     MOVE     TFSSPTL-VALDTE      TO WK-N-VDCLI-VALDTE.
DCLR01     IF       TFSSPTL-PRITIER = 1
DCLR01              MOVE "U"            TO WK-C-VDCLI-URGIND
DCLR01     END-IF.
DCLR01     MOVE     WK-VTB1-ACBNKID     TO WK-C-VDCLI-BENBNKID.
DCLR01     MOVE     TFSSPTL-TAG59-V1    TO WK-C-VDCLI-BENACC.
DCLR01     MOVE     TFSSPTL-TAG59-V2 (1) TO WK-C-VDCLI-BENNAME.
DCLR01     MOVE     TFSSPTL-TAG50NM     TO WK-C-VDCLI-ORDNAME.
DCLR01     MOVE     TFSSPTL-SENBNKID    TO WK-C-VDCLI-SENBNKID.
DCLR01     CALL     "TRFGDCLI"          USING WK-C-VDCLI-RECORD.
DCLR01
DCLR01     IF       WK-C-VDCLI-ERROR-CD NOT = SPACES
DCLR01              DISPLAY "TRFGSTPD - DOMESTIC ONWARD NOT RAISED "
DCLR01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
DCLR01                      " - " WK-C-VDCLI-ERROR-CD
DCLR01              GO TO D769-RAISE-DOMESTIC-ONWARD-EX.
DCLR01     IF       WK-C-VDCLI-RAISED NOT = "Y"
DCLR01              GO TO D769-RAISE-DOMESTIC-ONWARD-EX.
DCLR01
DCLR01     MOVE     WK-C-VDCLI-PMODE    TO TFSSTPL-CRMODE.
DCLR01     EVALUATE WK-C-VDCLI-SCHEME
DCLR01         WHEN "FAST"
DCLR01              ADD  1              TO WS-DCL-FAST-CNT
DCLR01         WHEN "GIRO"
DCLR01              ADD  1              TO WS-DCL-GIRO-CNT
DCLR01         WHEN OTHER
DCLR01              ADD  1              TO WS-DCL-MEPS-CNT
DCLR01     END-EVALUATE.
DCLR01
DCLR01 D769-RAISE-DOMESTIC-ONWARD-EX.
DCLR01     EXIT.
DCLR01
RTFN01*---------------------------------------------------------------*
RTFN01 D770-TRACK-RTGS-LEG.
RTFN01*---------------------------------------------------------------*
RTFN01*    THE LEG'S MODEPAY IS THE ONE IT WENT OUT ON - CRMODE WHERE
RTFN01*    POSTING CHANGED IT (BOOK TRANSFER, DOMESTIC SCHEME), ELSE
RTFN01*    THE VALIDATION'S CREDIT MODE. TRFGRTFN KEEPS ONLY A LEG ON
RTFN01*    THE RTGS. A FAILURE TO RECORD IS REPORTED; THE ITEM HAS
RTFN01*    POSTED AND STANDS.
RTFN01*---------------------------------------------------------------*
RTFN01     INITIALIZE                   WK-C-VRTFN-RECORD.
RTFN01     EVALUATE TFSSPTL-SWFTMGTY
RTFN01         WHEN 103
RTFN01              MOVE WK-VTB1-PMODE  TO WK-C-VRTFN-PMODE
RTFN01         WHEN 200
RTFN01              MOVE WK-VTE1-PMODE  TO WK-C-VRTFN-PMODE
RTFN01         WHEN 202
RTFN01              MOVE WK-VTE2-PMODE  TO WK-C-VRTFN-PMODE
RTFN01         WHEN OTHER
RTFN01              GO TO D779-TRACK-RTGS-LEG-EX
RTFN01     END-EVALUATE.
RTFN01     IF       TFSSTPL-CRMODE NOT = SPACES
RTFN01              MOVE TFSSTPL-CRMODE TO WK-C-VRTFN-PMODE
RTFN01     END-IF.
RTFN01
RTFN01     MOVE     TFSSPTL-PARALNO     TO WK-N-VRTFN-PARALNO.
RTFN01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VRTFN-SEQNUM.
RTFN01     MOVE     TFSSPTL-PROCUNIT    TO WK-C-VRTFN-PU.
RTFN01     MOVE     TFSSPTL-CUYCD       TO WK-C-VRTFN-CUYCD.
RTFN01     IF       TFSSPTL-CRAMT > ZERO
RTFN01              MOVE TFSSPTL-CRAMT  TO WK-N-VRTFN-AMT
RTFN01     ELSE
RTFN01              MOVE TFSSPTL-AMT    TO WK-N-VRTFN-AMT
RTFN01     END-IF.
RTFN01     MOVE     TFSSPTL-VALDTE      TO WK-N-VRTFN-VALDTE.
RTFN01     MOVE     TFSSPTL-SENBNKID    TO WK-C-VRTFN-SENBNKID.
RTFN01     CALL     "TRFGRTFN"          USING WK-C-VRTFN-RECORD.
RTFN01
RTFN01     IF       WK-C-VRTFN-ERROR-CD NOT = SPACES
RTFN01              DISPLAY "TRFGSTPD - RTGS LEG NOT TRACKED "
RTFN01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
RTFN01                      " - " WK-C-VRTFN-ERROR-CD
RTFN01              GO TO D779-TRACK-RTGS-LEG-EX.
RTFN01     IF       WK-C-VRTFN-TRACKED = "Y"
RTFN01              ADD  1              TO WS-RTF-CNT
RTFN01     END-IF.
RTFN01
RTFN01 D779-TRACK-RTGS-LEG-EX.
RTFN01     EXIT.
RTFN01
RMNT01*---------------------------------------------------------------*
RMNT01 D780-NOTIFY-RM.
RMNT01*---------------------------------------------------------------*
RMNT01*    BEST-EFFORT - A NOTIFICATION PROBLEM IS REPORTED AND THE
RMNT01*    ITEM CARRIES ON.
RMNT01*---------------------------------------------------------------*
RMNT01     INITIALIZE                   WK-C-RMNT-RECORD.
RMNT01     MOVE     WS-RMNT-EVTTYP      TO WK-C-RMNT-EVTTYP.
RMNT01     MOVE     TFSSPTL-PARALNO     TO WK-N-RMNT-PARALNO.
RMNT01     MOVE     TFSSPTL-SEQNUM      TO WK-N-RMNT-SEQNUM.
RMNT01     MOVE     TFSSPTL-PRCIND      TO WK-C-RMNT-PRCIND.
RMNT01     MOVE     TFSSPTL-TAG59-V1    TO WK-C-RMNT-ACCNO.
RMNT01     MOVE     TFSSPTL-CUYCD       TO WK-C-RMNT-CUYCD.
RMNT01     MOVE     TFSSPTL-AMT         TO WK-N-RMNT-AMT.
RMNT01     MOVE     TFSSPTL-LCAMT       TO WK-N-RMNT-LCAMT.
RMNT01     MOVE     TFSSPTL-TAG50NM     TO WK-C-RMNT-REMITTER.
RMNT01     MOVE     TFSSPTL-SENBNKID    TO WK-C-RMNT-SENBNKID.
RMNT01     CALL     "TRFGRMNT"          USING WK-C-RMNT-RECORD.
RMNT01     IF       WK-C-RMNT-SENT = "Y"
RMNT01              ADD 1               TO WS-RMNT-CNT.
RMNT01     IF       WK-C-RMNT-ERROR-CD NOT = SPACES
RMNT01              DISPLAY "TRFGSTPD - RM NOTIFICATION ERROR "
RMNT01                      WK-C-RMNT-ERROR-CD " ON "
RMNT01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
RMNT01     END-IF.
RMNT01
RMNT01 D789-NOTIFY-RM-EX.
RMNT01     EXIT.
RMNT01
FWD001*---------------------------------------------------------------*
FWD001 D620-DRAW-FORWARD.
FWD001*---------------------------------------------------------------*
FWD001*    THE PENDING DRAWDOWN RECORDED BY C015 IS TAKEN OFF THE
FWD001*    CONTRACT AS THE ITEM POSTS. AN ITEM WITH NO RECORDED
FWD001*    DRAWDOWN DOES NOTHING HERE. A CONTRACT DRAWN BELOW THE
FWD001*    AMOUNT SINCE THE ITEM WAS VALIDATED REPAIRS IT.
FWD001*---------------------------------------------------------------*
FWD001     MOVE     SPACE               TO WS-ITEM-ERROR.
FWD001     INITIALIZE                   WK-C-VFWD-RECORD.
FWD001     MOVE     "DRW"               TO WK-C-VFWD-MODE.
FWD001     MOVE     TFSSPTL-PARALNO     TO WK-N-VFWD-PARALNO.
FWD001     MOVE     TFSSPTL-SEQNUM      TO WK-N-VFWD-SEQNUM.
FWD001     CALL     "TRFVFWD"           USING WK-C-VFWD-RECORD.
FWD001     IF       WK-C-VFWD-ERROR-CD = SPACES
FWD001              IF WK-C-VFWD-FOUND = "Y"
FWD001                 ADD  1           TO WS-FWD-DRW-CNT
FWD001              END-IF
FWD001              GO TO D629-DRAW-FORWARD-EX.
FWD001
FWD001     IF       WK-C-VFWD-ERROR-CD = "SUP0258"
FWD001              MOVE "RSN0422"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT OVER-DRAWN"
FWD001                                  TO WS-FWD-RSNDESC
FWD001     ELSE
FWD001              MOVE "RSN0421"      TO WS-FWD-RSNCDE
FWD001              MOVE "FWD CONTRACT EXPIRED/INACTIVE"
FWD001                                  TO WS-FWD-RSNDESC
FWD001     END-IF.
FWD001     IF       WK-C-VFWD-ERROR-CD = "COM0206"
FWD001              MOVE "FWD CONTRACT NOT DRAWN - ERROR"
FWD001                                  TO WS-FWD-RSNDESC
FWD001     END-IF.
FWD001     MOVE     "R"                 TO TFSSPTL-PRCIND.
FWD001     MOVE     SPACE               TO TFSSPTL-STRIND.
FWD001     MOVE     "J"                 TO WS-ITEM-ERROR.
FWD001     ADD      1                   TO WS-FWD-RPR-CNT.
FWD001     ADD      1                   TO WS-RPR-CNT.
FWD001     PERFORM  C018-RAISE-FWD-REPAIR
FWD001        THRU  C018-RAISE-FWD-REPAIR-EX.
FWD001     MOVE     "R"                 TO WS-KPI-OUTCOME.
FWD001     PERFORM  D400-ACCUMULATE-KPI
FWD001        THRU  D499-ACCUMULATE-KPI-EX.
FWD001
FWD001 D629-DRAW-FORWARD-EX.
FWD001     EXIT.

BKTR01*---------------------------------------------------------------*
BKTR01 D600-TRY-BOOK-TRANSFER.
BKTR01*---------------------------------------------------------------*
HIVAL1*    ZERO THRESHOLD, MEANS THE CURRENCY HAS NO SUCH POLICY.
HIVAL1*---------------------------------------------------------------*
HIVAL1     MOVE     SPACE               TO WS-ITEM-ERROR.
BENH01     MOVE     SPACE               TO WS-VRF-RSN.
HIVAL1     INITIALIZE                   TFSHVTHR-REC-1.
HIVAL1     MOVE     TFSSPTL-CUYCD       TO TFSHVTHR-CUYCD.
HIVAL1     READ     TFSHVTHR KEY IS EXTERNALLY-DESCRIBED-KEY.
HIVAL1     IF       NOT WK-C-SUCCESSFUL
HIVAL1              OR TFSHVTHR-THRESHOLD = ZERO
BENH01              GO TO D510-CHECK-BENEFICIARY.
UNATND*    THE NIGHT PROFILE SCALES THE THRESHOLD DOWN SO BORDERLINE
UNATND*    ITEMS PARK FOR THE MORNING INSTEAD OF POSTING UNATTENDED.
UNATND     MOVE     TFSHVTHR-THRESHOLD  TO WS-HV-EFF-THRESHOLD.
UNATND                 TFSHVTHR-THRESHOLD * WS-UN-HVPCT / 100
UNATND     END-IF.
UNATND     IF       TFSSPTL-AMT < WS-HV-EFF-THRESHOLD
BENH01              GO TO D510-CHECK-BENEFICIARY.
BENH01     MOVE     "H"                 TO WS-VRF-RSN.
BENH01     GO TO    D520-QUEUE-FOR-VERIFY.
BENH01
BENH01 D510-CHECK-BENEFICIARY.
BENH01*    BELOW THE HIGH-VALUE THRESHOLD THE ITEM STILL PARKS WHEN
BENH01*    THE BENEFICIARY ACCOUNT HAS NEVER BEEN PAID AND THE
BENH01*    AMOUNT IS LARGE, OR THE AMOUNT IS FAR ABOVE ITS USUAL.
BENH01     PERFORM  D570-CHECK-BENEF-HIST
BENH01        THRU  D579-CHECK-BENEF-HIST-EX.
BENH01     IF       WS-VRF-RSN = SPACE
BENH01              GO TO D599-CHECK-HIGH-VALUE-EX.
BENH01
BENH01 D520-QUEUE-FOR-VERIFY.
VRFY02*    AN ITEM THE SUPERVISOR ALREADY RELEASED (TRFGVRFY PUT IT
VRFY02*    BACK TO UNPROCESSED WITH VRFSTAT "R") RE-ENTERS HERE AND
VRFY02*    PROCEEDS TO STP WITH ALL ITS POST-STP STEPS - IT MUST NOT
HIVAL1     MOVE     "V"                 TO TFSSPTL-PRCIND.
HIVAL1     MOVE     SPACE               TO TFSSPTL-STRIND.
HIVAL1     MOVE     "H"                 TO WS-ITEM-ERROR.
BENH01     EVALUATE WS-VRF-RSN
BENH01         WHEN "F"
BENH01              ADD  1              TO WS-BEN-FT-CNT
BENH01         WHEN "P"
BENH01              ADD  1              TO WS-BEN-PT-CNT
BENH01         WHEN OTHER
HIVAL1              ADD  1              TO WS-HV-CNT
BENH01     END-EVALUATE.
HIVAL1
HIVAL1     INITIALIZE                   TFSVRFQUE-REC-1.
HIVAL1     MOVE     TFSSPTL-PARALNO     TO TFSVRFQUE-PARALNO.
HIVAL1     ACCEPT   WS-TIME-RAW         FROM TIME.
HIVAL1     MOVE     WS-TIME-RAW(1:6)    TO TFSVRFQUE-QUETIME.
HIVAL1     MOVE     SPACE               TO TFSVRFQUE-VRFSTAT.
BENH01     MOVE     WS-VRF-RSN          TO TFSVRFQUE-VRFRSN.
HIVAL1     WRITE    TFSVRFQUE-REC-1.
HIVAL1     IF       NOT WK-C-SUCCESSFUL
HIVAL1              DISPLAY "TRFGSTPD - WRITE ERROR - TFSVRFQUE"
HIVAL1 D599-CHECK-HIGH-VALUE-EX.
HIVAL1     EXIT.
HIVAL1
BENH01*---------------------------------------------------------------*
BENH01 D570-CHECK-BENEF-HIST.
BENH01*---------------------------------------------------------------*
BENH01*    CUSTOMER CREDITS (MT103 WITH A TAG 59 ACCOUNT) ONLY, IN
BENH01*    LOCAL CURRENCY. SETS WS-VRF-RSN F OR P, ELSE LEAVES IT.
BENH01*---------------------------------------------------------------*
BENH01     IF       WS-BENH-OPEN-SW NOT = "Y"
BENH01              OR TFSSPTL-SWFTMGTY NOT = 103
BENH01              OR TFSSPTL-TAG59-V1 = SPACES
BENH01              OR TFSSPTL-LCAMT NOT > ZERO
BENH01              GO TO D579-CHECK-BENEF-HIST-EX.
BENH01
BENH01     INITIALIZE                   TFSBENHST-REC-1.
BENH01     MOVE     TFSSPTL-BNKENTITY   TO TFSBENHST-BNKENTITY.
BENH01     MOVE     TFSSPTL-TAG59-V1    TO TFSBENHST-ACCNO.
BENH01     READ     TFSBENHST KEY IS EXTERNALLY-DESCRIBED-KEY.
BENH01     IF       NOT WK-C-SUCCESSFUL
BENH01              IF TFSSPTL-LCAMT NOT < WS-BEN-FTAMT
BENH01                 MOVE "F"         TO WS-VRF-RSN
BENH01              END-IF
BENH01              GO TO D579-CHECK-BENEF-HIST-EX
BENH01     END-IF.
BENH01
BENH01     IF       TFSBENHST-CRCNT < WS-BEN-MINCT
BENH01              OR TFSBENHST-AVGLCAMT NOT > ZERO
BENH01              GO TO D579-CHECK-BENEF-HIST-EX.
BENH01     COMPUTE  WS-BEN-LIMIT = TFSBENHST-AVGLCAMT * WS-BEN-MULT.
BENH01     IF       TFSSPTL-LCAMT > WS-BEN-LIMIT
BENH01              MOVE "P"            TO WS-VRF-RSN.
BENH01
BENH01 D579-CHECK-BENEF-HIST-EX.
BENH01     EXIT.
BENH01
BENH01*---------------------------------------------------------------*
BENH01 D580-UPDATE-BENEF-HIST.
BENH01*---------------------------------------------------------------*
BENH01*    THE CREDIT HAS POSTED - FOLD IT INTO THE ACCOUNT'S ROW.
BENH01*    THE HISTORY IS ADVISORY: A FILE ERROR IS REPORTED AND THE
BENH01*    POSTING RUN CARRIES ON.
BENH01*---------------------------------------------------------------*
BENH01     IF       WS-BENH-OPEN-SW NOT = "Y"
BENH01              OR TFSSPTL-SWFTMGTY NOT = 103
BENH01              OR TFSSPTL-TAG59-V1 = SPACES
BENH01              OR TFSSPTL-LCAMT NOT > ZERO
BENH01              GO TO D589-UPDATE-BENEF-HIST-EX.
BENH01
BENH01     INITIALIZE                   TFSBENHST-REC-1.
BENH01     MOVE     TFSSPTL-BNKENTITY   TO TFSBENHST-BNKENTITY.
BENH01     MOVE     TFSSPTL-TAG59-V1    TO TFSBENHST-ACCNO.
BENH01     READ     TFSBENHST KEY IS EXTERNALLY-DESCRIBED-KEY.
BENH01     IF       NOT WK-C-SUCCESSFUL
BENH01              INITIALIZE          TFSBENHST-REC-1
BENH01              MOVE TFSSPTL-BNKENTITY TO TFSBENHST-BNKENTITY
BENH01              MOVE TFSSPTL-TAG59-V1  TO TFSBENHST-ACCNO
BENH01              MOVE WS-RUN-DATE-8  TO TFSBENHST-FIRSTDTE
BENH01                                     TFSBENHST-LASTDTE
BENH01              MOVE 1              TO TFSBENHST-CRCNT
BENH01              MOVE TFSSPTL-LCAMT  TO TFSBENHST-AVGLCAMT
BENH01                                     TFSBENHST-MINLCAMT
BENH01                                     TFSBENHST-MAXLCAMT
BENH01              WRITE TFSBENHST-REC-1
BENH01              IF NOT WK-C-SUCCESSFUL
BENH01                 DISPLAY "TRFGSTPD - WRITE ERROR - TFSBENHST "
BENH01                         WK-C-FILE-STATUS
BENH01              END-IF
BENH01              GO TO D589-UPDATE-BENEF-HIST-EX
BENH01     END-IF.
BENH01
BENH01     COMPUTE  TFSBENHST-AVGLCAMT ROUNDED =
BENH01              (TFSBENHST-AVGLCAMT * TFSBENHST-CRCNT
BENH01               + TFSSPTL-LCAMT) / (TFSBENHST-CRCNT + 1).
BENH01     ADD      1                   TO TFSBENHST-CRCNT.
BENH01     MOVE     WS-RUN-DATE-8       TO TFSBENHST-LASTDTE.
BENH01     IF       TFSSPTL-LCAMT < TFSBENHST-MINLCAMT
BENH01              MOVE TFSSPTL-LCAMT  TO TFSBENHST-MINLCAMT.
BENH01     IF       TFSSPTL-LCAMT > TFSBENHST-MAXLCAMT
BENH01              MOVE TFSSPTL-LCAMT  TO TFSBENHST-MAXLCAMT.
BENH01     REWRITE  TFSBENHST-REC-1.
BENH01     IF       NOT WK-C-SUCCESSFUL
BENH01              DISPLAY "TRFGSTPD - REWRITE ERROR - TFSBENHST "
BENH01                      WK-C-FILE-STATUS.
BENH01
BENH01 D589-UPDATE-BENEF-HIST-EX.
BENH01     EXIT.
BENH01
NFND01*---------------------------------------------------------------*
NFND01 D550-CHECK-NOSTRO-FUNDS.
NFND01*---------------------------------------------------------------*
NFND02
NFND02 D557-SET-NF-SEARCH-EX.
NFND02     EXIT.
VOSB01
VOSB01*---------------------------------------------------------------*
VOSB01 D540-CHECK-VOSTRO-FUNDS.
VOSB01*---------------------------------------------------------------*
VOSB01*    AN ITEM PAID OUT OF A CORRESPONDENT'S VOSTRO IS DEBITED TO
VOSB01*    ITS RUNNING BALANCE (TRFXVBAL) HERE, AS IT POSTS. THE
VOSB01*    VOSTRO IS THE MT204 DEBIT INSTITUTION; OTHERWISE THE BANK
VOSB01*    THE ITEM SETTLES WITH (FIELD 53, ELSE THE SENDER) - UNLESS
VOSB01*    THAT IS ONE OF OUR FUNDS-CONTROLLED NOSTROS, IN WHICH CASE
VOSB01*    D550 HAS ALREADY DRAWN THE NOSTRO AND NO VOSTRO MOVES. A
VOSB01*    DEBIT THE VOSTRO CANNOT CARRY WITHIN ITS OVERDRAFT LINE
VOSB01*    PARKS THE ITEM (PRCIND "F") ON THE TFSVOSPRK QUEUE, WHERE
VOSB01*    GHVOSRTY RE-DRIVES IT ONCE COVER HAS POSTED. A BANK/
VOSB01*    CURRENCY WITHOUT A TFSVOSBAL ROW IS NOT CONTROLLED.
VOSB01*---------------------------------------------------------------*
VOSB01     MOVE     SPACE               TO WS-ITEM-ERROR.
VOSB01     IF       TFSSPTL-SWFTMGTY = 204
VOSB01              MOVE TFSSPTL-TAG53-V1B (1:11) TO WS-VOS-BIC
VOSB01     ELSE
VOSB01              PERFORM D556-SET-NF-SEARCH
VOSB01                 THRU D557-SET-NF-SEARCH-EX
VOSB01              PERFORM D560-FIND-NF-SLOT
VOSB01                 THRU D569-FIND-NF-SLOT-EX
VOSB01              IF WS-NF-FND-IX NOT = ZERO
VOSB01                 GO TO D549-CHECK-VOSTRO-FUNDS-EX
VOSB01              END-IF
VOSB01              MOVE WS-NF-SRCH-BIC TO WS-VOS-BIC
VOSB01     END-IF.
VOSB01     IF       WS-VOS-BIC = SPACES
VOSB01              GO TO D549-CHECK-VOSTRO-FUNDS-EX.
VOSB01
VOSB01     INITIALIZE                   WK-C-VBAL-RECORD.
VOSB01     MOVE     "DR "               TO WK-C-VBAL-MODE.
VOSB01     MOVE     WS-VOS-BIC          TO WK-C-VBAL-BANKID.
VOSB01     MOVE     TFSSPTL-CUYCD       TO WK-C-VBAL-CUYCD.
VOSB01     MOVE     TFSSPTL-AMT         TO WK-N-VBAL-AMT.
VOSB01     MOVE     TFSSPTL-PARALNO     TO WK-N-VBAL-PARALNO.
VOSB01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VBAL-SEQNUM.
VOSB01     CALL     "TRFXVBAL"          USING WK-C-VBAL-RECORD.
VOSB01
VOSB01*    THE BALANCE FILE CANNOT BE READ - THE ITEM POSTS AS IT
VOSB01*    ALWAYS DID RATHER THAN STOP THE QUEUE.
VOSB01     IF       WK-C-VBAL-ERROR-CD NOT = SPACES
VOSB01              DISPLAY "TRFGSTPD - TFSVOSBAL UNAVAILABLE - ITEM "
VOSB01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM
VOSB01              GO TO D549-CHECK-VOSTRO-FUNDS-EX.
VOSB01     IF       WK-C-VBAL-STATUS NOT = "XX"
VOSB01              GO TO D549-CHECK-VOSTRO-FUNDS-EX.
VOSB01
VOSB01     MOVE     "F"                 TO TFSSPTL-PRCIND.
VOSB01     MOVE     SPACE               TO TFSSPTL-STRIND.
VOSB01     MOVE     "F"                 TO WS-ITEM-ERROR.
VOSB01     ADD      1                   TO WS-VOS-PRK-CNT.
VOSB01     PERFORM  D545-PARK-VOSTRO-ITEM
VOSB01        THRU  D548-PARK-VOSTRO-ITEM-EX.
VOSB01
VOSB01 D549-CHECK-VOSTRO-FUNDS-EX.
VOSB01     EXIT.
VOSB01
VOSB01 D545-PARK-VOSTRO-ITEM.
VOSB01*    A RE-DRIVEN ITEM STILL SHORT PARKS AGAIN ON ITS OWN ROW;
VOSB01*    TREASURY IS ALERTED ONLY THE FIRST TIME.
VOSB01     ACCEPT   WS-TIME-RAW         FROM TIME.
VOSB01     INITIALIZE                   TFSVOSPRK-REC-1.
VOSB01     MOVE     TFSSPTL-PARALNO     TO TFSVOSPRK-PARALNO.
VOSB01     MOVE     TFSSPTL-SEQNUM      TO TFSVOSPRK-SEQNUM.
VOSB01     READ     TFSVOSPRK KEY IS EXTERNALLY-DESCRIBED-KEY.
VOSB01     IF       WK-C-SUCCESSFUL
VOSB01              MOVE "P"            TO TFSVOSPRK-STATUS
VOSB01              ADD  1              TO TFSVOSPRK-PRKCNT
VOSB01              MOVE WS-RUN-DATE-8  TO TFSVOSPRK-PRKDTE
VOSB01              MOVE WS-TIME-RAW (1:6) TO TFSVOSPRK-PRKTIME
VOSB01              MOVE WK-N-VBAL-AVLBAL TO TFSVOSPRK-AVLBAL
VOSB01              REWRITE TFSVOSPRK-REC-1
VOSB01              IF NOT WK-C-SUCCESSFUL
VOSB01                 DISPLAY "TRFGSTPD - REWRITE ERROR - TFSVOSPRK"
VOSB01                 DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
VOSB01              END-IF
VOSB01              GO TO D548-PARK-VOSTRO-ITEM-EX
VOSB01     END-IF.
VOSB01
VOSB01     INITIALIZE                   TFSVOSPRK-REC-1.
VOSB01     MOVE     TFSSPTL-PARALNO     TO TFSVOSPRK-PARALNO.
VOSB01     MOVE     TFSSPTL-SEQNUM      TO TFSVOSPRK-SEQNUM.
VOSB01     MOVE     WS-VOS-BIC          TO TFSVOSPRK-BANKID.
VOSB01     MOVE     TFSSPTL-CUYCD       TO TFSVOSPRK-CUYCD.
VOSB01     MOVE     TFSSPTL-AMT         TO TFSVOSPRK-AMT.
VOSB01     MOVE     WS-RUN-DATE-8       TO TFSVOSPRK-PRKDTE.
VOSB01     MOVE     WS-TIME-RAW (1:6)   TO TFSVOSPRK-PRKTIME.
VOSB01     MOVE     WK-N-VBAL-AVLBAL    TO TFSVOSPRK-AVLBAL.
VOSB01     MOVE     "P"                 TO TFSVOSPRK-STATUS.
VOSB01     MOVE     1                   TO TFSVOSPRK-PRKCNT.
VOSB01     WRITE    TFSVOSPRK-REC-1.
VOSB01     IF       NOT WK-C-SUCCESSFUL
VOSB01              DISPLAY "TRFGSTPD - WRITE ERROR - TFSVOSPRK"
VOSB01              DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
VOSB01     END-IF.
VOSB01
VOSB01     INITIALIZE                   WK-C-ALRT-RECORD.
VOSB01     MOVE     "TRFGSTPD"          TO WK-C-ALRT-SOURCE.
VOSB01     MOVE     "2"                 TO WK-C-ALRT-SEVERITY.
VOSB01     MOVE     SPACES              TO WK-C-ALRT-TEXT.
VOSB01     STRING   "VOSTRO FUNDS SHORT "
VOSB01                                  DELIMITED BY SIZE
VOSB01              WS-VOS-BIC          DELIMITED BY SPACE
VOSB01              " "                 DELIMITED BY SIZE
VOSB01              TFSSPTL-CUYCD       DELIMITED BY SIZE
VOSB01              " - ITEM "          DELIMITED BY SIZE
VOSB01              TFSSPTL-PARALNO     DELIMITED BY SIZE
VOSB01              "/"                 DELIMITED BY SIZE
VOSB01              TFSSPTL-SEQNUM      DELIMITED BY SIZE
VOSB01              " PARKED"           DELIMITED BY SIZE
VOSB01              INTO WK-C-ALRT-TEXT.
VOSB01     CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.
VOSB01
VOSB01 D548-PARK-VOSTRO-ITEM-EX.
VOSB01     EXIT.
VOSB01
VOSB01*---------------------------------------------------------------*
VOSB01 D530-POST-VOSTRO-CREDIT.
VOSB01*---------------------------------------------------------------*
VOSB01*    THE ITEM HAS POSTED - WHERE ITS CREDIT PARTY (TAG 58, ELSE
VOSB01*    TAG 57) HOLDS A VOSTRO IN THE CURRENCY, THAT VOSTRO'S
VOSB01*    RUNNING BALANCE TAKES THE AMOUNT ACTUALLY CREDITED - THE
VOSB01*    SAME ITEMS GHM950O PUTS ON THE HOLDER'S MT950. THIS IS THE
VOSB01*    COVER GHVOSRTY WAITS FOR.
VOSB01*---------------------------------------------------------------*
VOSB01     IF       TFSSPTL-TAG58-V1B NOT = SPACES
VOSB01              MOVE TFSSPTL-TAG58-V1B (1:11) TO WS-VOS-BIC
VOSB01     ELSE
VOSB01              MOVE TFSSPTL-TAG57-V1B (1:11) TO WS-VOS-BIC
VOSB01     END-IF.
VOSB01     IF       WS-VOS-BIC = SPACES
VOSB01              GO TO D539-POST-VOSTRO-CREDIT-EX.
VOSB01
VOSB01     INITIALIZE                   WK-C-VBAL-RECORD.
VOSB01     MOVE     "CR "               TO WK-C-VBAL-MODE.
VOSB01     MOVE     WS-VOS-BIC          TO WK-C-VBAL-BANKID.
VOSB01     MOVE     TFSSPTL-CUYCD       TO WK-C-VBAL-CUYCD.
VOSB01     IF       TFSSPTL-CRAMT > ZERO
VOSB01              MOVE TFSSPTL-CRAMT  TO WK-N-VBAL-AMT
VOSB01     ELSE
VOSB01              MOVE TFSSPTL-AMT    TO WK-N-VBAL-AMT
VOSB01     END-IF.
VOSB01     MOVE     TFSSPTL-PARALNO     TO WK-N-VBAL-PARALNO.
VOSB01     MOVE     TFSSPTL-SEQNUM      TO WK-N-VBAL-SEQNUM.
VOSB01     CALL     "TRFXVBAL"          USING WK-C-VBAL-RECORD.
VOSB01     IF       WK-C-VBAL-ERROR-CD NOT = SPACES
VOSB01              DISPLAY "TRFGSTPD - VOSTRO CREDIT NOT POSTED - "
VOSB01                      TFSSPTL-PARALNO "/" TFSSPTL-SEQNUM.
VOSB01
VOSB01 D539-POST-VOSTRO-CREDIT-EX.
VOSB01     EXIT.
NFND01
CONF01*---------------------------------------------------------------*
CONF01 D300-SEND-CONFIRMATION.
CONF01     MOVE     TFSSPTL-SEQNUM      TO WK-N-CONF-SEQNUM.
CONF01     MOVE     TFSSPTL-SENBNKID    TO WK-C-CONF-BANKID.
CONF01     MOVE     "C"                 TO WK-C-CONF-DRCR.
MT204X*    AN MT204 DEBIT IS CONFIRMED BY MT900 TO THE VOSTRO HOLDER.
MT204X     IF       TFSSPTL-SWFTMGTY = 204
MT204X              MOVE TFSSPTL-TAG53-V1B (1:11) TO WK-C-CONF-BANKID
MT204X              MOVE "D"            TO WK-C-CONF-DRCR
MT204X     END-IF.
CONF01     MOVE     TFSSPTL-CUYCD       TO WK-C-CONF-CUYCD.
STPD03*    THE MT910 CONFIRMS WHAT IS ACTUALLY CREDITED - NET OF A
STPD03*    BEN/SHA CHARGE WHERE ONE WAS TAKEN.
      *---------------------------------------------------------------*
           CLOSE    TFSSTPL.
NFND01     CLOSE    TFSOPHLD  TFSOPHLG.
VOSB01     CLOSE    TFSVOSPRK.
KPI001     CLOSE    TFSSTPKPI.
CASE01     CLOSE    TFSCASE.
HIVAL1     CLOSE    TFSHVTHR  TFSVRFQUE.
BENH01     IF       WS-BENH-OPEN-SW = "Y"
BENH01              CLOSE TFSBENHST
BENH01     END-IF.
UNATND     IF       WS-SHIFT-OPEN-SW = "Y"
UNATND              CLOSE TFSSHIFT
UNATND     END-IF.
CACTL1     END-IF.
CACTL1     CLOSE    TFSCABAT  TFSCABATI.
POISN1     CLOSE    TFSQUAR.
T23E01     CLOSE    TFSBCNTQ.
T72C01     CLOSE    TFST72.
STPD02     IF       WS-DEFER-OPEN-SW = "Y"
STPD02              CLOSE TFSDEFER
STPD02              MOVE SPACE          TO WS-DEFER-OPEN-SW
